000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1049.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: STATE CENSUS COUNT-DATE ENROLLMENT SNAPSHOT.
000060       *  STATE FUNDING FOLLOWS HEADCOUNT ON THE OFFICIAL COUNT DATE.
000070       *  RUN ON THE COUNT DATE (OR IN THAT NIGHT'S BATCH, THE MORNING
000080       *  AFTER), THIS STEP FREEZES EVERY ACTIVE STUDFILE STUDENT
000090       *  (STATUS A OR SPACE) ONTO CENSFILE, KEYED ON COUNT DATE PLUS
000100       *  ENROLL NUMBER, WITH:
000110       *    - CAMPUS (BLANK = CAMPUS 01)
000120       *    - AGE ON THE COUNT DATE AND ITS STATE AGE BRACKET, FROM
000130       *      THE DEMOFILE BIRTH DATE, AND THE DEMOFILE GENDER
000140       *    - MEAL CATEGORY IN FORCE ON THE COUNT DATE FROM CEXM1044'S
000150       *      ELIGFILE (NONE = P, PAID)
000160       *    - REGISTERED CREDIT LOAD FOR THE TERM ON THE TERM= CARD,
000170       *      SUMMED FROM REGFILE (12 OR MORE = FULL-TIME)
000180       *    - THE STUDENT'S CEXM914 STATUS AND STATUS DATE AS FROZEN
000190       *  AND PRINTS THE STATE'S SUMMARY TABLES ON CENSRPT: HEADCOUNT
000200       *  BY CAMPUS AND AGE BRACKET, BY GENDER AND FULL/PART-TIME
000210       *  LOAD, AND BY MEAL CATEGORY, EACH WITH A DISTRICT TOTAL.
000220       *  A COUNT DATE IS FROZEN ONCE: IF CENSFILE ALREADY HOLDS IT THE
000230       *  RUN IS REFUSED. NO PROGRAM DELETES OR REWRITES CENSFILE -
000240       *  EVERY YEAR'S SNAPSHOT IS KEPT. CEXM1050 EXPLAINS HOW A
000250       *  SNAPSHOT DIFFERS FROM THE CURRENT STUDFILE.
000260       *  CONTROL CARDS: COUNTDATE=YYYYMMDD (TODAY OR YESTERDAY) AND
000270       *  TERM=XXXXX (ON TERMCTL, SPANNING THE COUNT DATE).
000280       * STUDOUT : JEBA02.EMY.COBOL.STUDOUT (INDEXED ON ENROLL NO)
000290       * DEMOFILE: JEBA02.EMY.COBOL.DEMOFILE (INDEXED ON ENROLL NO)
000300       * ELIGFILE: JEBA02.EMY.COBOL.ELIGFILE (INDEXED ON ENROLL NO)
000310       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000320       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000330       * CENSFILE: JEBA02.EMY.COBOL.CENSFILE (INDEXED ON DATE+ENROLL)
000340       * CENSRPT : JEBA02.EMY.COBOL.CENSRPT
000350       * ----------------------------------------------------------------
000360       * PRJ NO    NAME     DATE          MAINT DESC.
000370       * ----------------------------------------------------------------
000380       * JEBA02    EMY     09/25/2026    PROGRAM CREATED.
000390       ******************************************************************
000400        ENVIRONMENT DIVISION.
000410        INPUT-OUTPUT SECTION.
000420        FILE-CONTROL.
000430            SELECT STUD-FILE
000440                ASSIGN TO STUDOUT
000450                ORGANIZATION IS INDEXED
000460                ACCESS MODE IS SEQUENTIAL
000470                RECORD KEY IS FS-ENROLL-NO
000480                FILE STATUS IS WS-STUD-FS.
000490            SELECT DEMO-FILE
000500                ASSIGN TO DEMOFILE
000510                ORGANIZATION IS INDEXED
000520                ACCESS MODE IS RANDOM
000530                RECORD KEY IS DS-ENROLL-NO
000540                FILE STATUS IS WS-DEMO-FS.
000550            SELECT ELIG-FILE
000560                ASSIGN TO ELIGFILE
000570                ORGANIZATION IS INDEXED
000580                ACCESS MODE IS RANDOM
000590                RECORD KEY IS EL-ENROLL-NO
000600                FILE STATUS IS WS-ELIG-FS.
000610            SELECT REG-FILE
000620                ASSIGN TO REGFILE
000630                ORGANIZATION IS INDEXED
000640                ACCESS MODE IS DYNAMIC
000650                RECORD KEY IS RG-REG-KEY
000660                FILE STATUS IS WS-REG-FS.
000670            SELECT TERM-FILE
000680                ASSIGN TO TERMCTL
000690                ORGANIZATION IS INDEXED
000700                ACCESS MODE IS RANDOM
000710                RECORD KEY IS TM-TERM-CODE
000720                FILE STATUS IS WS-TERM-FS.
000730            SELECT CENS-FILE
000740                ASSIGN TO CENSFILE
000750                ORGANIZATION IS INDEXED
000760                ACCESS MODE IS DYNAMIC
000770                RECORD KEY IS CN-CENS-KEY
000780                FILE STATUS IS WS-CENS-FS.
000790            SELECT REPORT-FILE
000800                ASSIGN TO CENSRPT
000810                ORGANIZATION IS SEQUENTIAL
000820                ACCESS MODE IS SEQUENTIAL
000830                FILE STATUS IS WS-REPORT-FS.
000840        DATA DIVISION.
000850        FILE SECTION.
000860        FD  STUD-FILE.
000870        01  FS-STUD-REC.
000880            05  FS-ENROLL-NO              PIC 9(06).
000890            05  FS-SNAME                  PIC X(30).
000900            05  FS-MATHS-MARKS            PIC 9(03).
000910            05  FS-SCIENCE-MARKS          PIC 9(03).
000920            05  FS-COMPUTER-MARKS         PIC 9(03).
000930            05  FS-AVG-MARKS              PIC 9(03)V9(02).
000940            05  FS-STUD-STATUS            PIC X(01).
000950            05  FS-STATUS-DATE            PIC X(08).
000960            05  FS-CAMPUS-CODE            PIC X(02).
000970            05  FILLER                    PIC X(19).
000980        FD  DEMO-FILE.
000990        01  DS-DEMO-REC.
001000            05  DS-ENROLL-NO              PIC 9(06).
001010            05  DS-DOB                    PIC X(08).
001020            05  DS-GENDER                 PIC X(01).
001030            05  DS-GUARDIAN               PIC X(30).
001040            05  DS-LANG-CODE              PIC X(02).
001050            05  FILLER                    PIC X(33).
001060        FD  ELIG-FILE.
001070        01  EL-ELIG-REC.
001080            05  EL-ENROLL-NO              PIC 9(06).
001090            05  EL-CATEGORY               PIC X(01).
001100            05  EL-EFF-FROM               PIC 9(08).
001110            05  EL-EFF-TO                 PIC 9(08).
001120            05  EL-APP-REF                PIC X(12).
001130            05  EL-LOAD-DATE              PIC X(08).
001140            05  FILLER                    PIC X(37).
001150        FD  REG-FILE.
001160        01  RG-REG-REC.
001170            05  RG-REG-KEY.
001180                10  RG-ENROLL-NO          PIC 9(06).
001190                10  RG-COURSE-CODE        PIC X(06).
001200            05  RG-MARKS                  PIC 9(03).
001210            05  RG-CREDIT-HOURS           PIC 9(02).
001220            05  RG-TERM-CODE              PIC X(05).
001230            05  RG-SECTION                PIC 9(02).
001240            05  FILLER                    PIC X(56).
001250        FD  TERM-FILE.
001260        01  TM-TERM-REC.
001270            05  TM-TERM-CODE              PIC X(05).
001280            05  TM-START-DATE             PIC 9(08).
001290            05  TM-END-DATE               PIC 9(08).
001300            05  TM-OPEN-FLAG              PIC X(01).
001310            05  FILLER                    PIC X(58).
001320        FD  CENS-FILE.
001330        01  CN-CENS-REC.
001340            05  CN-CENS-KEY.
001350                10  CN-COUNT-DATE         PIC 9(08).
001360                10  CN-ENROLL-NO          PIC 9(06).
001370            05  CN-SNAME                  PIC X(30).
001380            05  CN-CAMPUS-CODE            PIC X(02).
001390            05  CN-AGE                    PIC 9(03).
001400            05  CN-AGE-BRACKET            PIC 9(01).
001410            05  CN-GENDER                 PIC X(01).
001420            05  CN-MEAL-CAT               PIC X(01).
001430            05  CN-TERM-CODE              PIC X(05).
001440            05  CN-CREDIT-LOAD            PIC 9(03).
001450            05  CN-LOAD-FLAG              PIC X(01).
001460            05  CN-STUD-STATUS            PIC X(01).
001470            05  CN-STATUS-DATE            PIC X(08).
001480            05  CN-SNAP-DATE              PIC X(08).
001490            05  FILLER                    PIC X(23).
001500        FD  REPORT-FILE.
001510        01  RS-REPORT-REC                 PIC X(80).
001520        WORKING-STORAGE SECTION.
001530        01  WS-STUD-FS                    PIC X(02).
001540        01  WS-DEMO-FS                    PIC X(02).
001550        01  WS-ELIG-FS                    PIC X(02).
001560        01  WS-REG-FS                     PIC X(02).
001570        01  WS-TERM-FS                    PIC X(02).
001580        01  WS-CENS-FS                    PIC X(02).
001590        01  WS-REPORT-FS                  PIC X(02).
001600        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001610        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001620        01  WS-REG-DONE                   PIC X(03).
001630        01  WS-ELIG-PRESENT               PIC X(03) VALUE "YES".
001640        01  WS-CURRENT-DATE-DATA          PIC X(20).
001650        01  WS-TODAY-NUM                  PIC 9(08).
001660        01  WS-PARM-CARD                  PIC X(80).
001670        01  WS-COUNT-DATE                 PIC 9(08).
001680        01  WS-TERM-CODE                  PIC X(05).
001690        01  WS-DOB-NUM                    PIC 9(08).
001700        01  WS-CREDITS                    PIC 9(03).
001710        01  WS-CAMPUS                     PIC X(02).
001720       * HEADCOUNT CELLS PER CAMPUS. CELL NUMBERS:
001730       *   01-05 AGE UNDER 18 / 18-19 / 20-24 / 25-29 / 30 AND OVER
001740       *   06    AGE UNKNOWN             07    HEADCOUNT
001750       *   08-10 MALE / FEMALE / OTHER OR NOT GIVEN
001760       *   11-13 FULL-TIME / PART-TIME / NO CREDITS REGISTERED
001770       *   14-16 MEAL CATEGORY FREE / REDUCED / PAID
001780        01  WS-CP-COUNT                   PIC 9(02) VALUE 0.
001790        01  WS-CAMPUS-TABLE.
001800            05  WS-CP-ENTRY               OCCURS 50 TIMES.
001810                10  WS-CP-CAMPUS          PIC X(02).
001820                10  WS-CP-CELL            PIC 9(06) OCCURS 16 TIMES.
001830        01  WS-NEW-CAMPUS.
001840            05  WS-NC-CAMPUS              PIC X(02).
001850            05  WS-NC-CELL                PIC 9(06) OCCURS 16 TIMES.
001860        01  WS-GRAND-CELLS.
001870            05  WS-GT-CELL                PIC 9(06) OCCURS 16 TIMES.
001880        01  WS-CP-SUB                     PIC 9(02).
001890        01  WS-CP-HIT                     PIC 9(02).
001900        01  WS-INS-POS                    PIC 9(02).
001910        01  WS-CELL-SUB                   PIC 9(02).
001920        01  WS-AGE-CELL                   PIC 9(02).
001930        01  WS-GENDER-CELL                PIC 9(02).
001940        01  WS-LOAD-CELL                  PIC 9(02).
001950        01  WS-MEAL-CELL                  PIC 9(02).
001960       * WHICH CELL PRINTS IN EACH COLUMN OF THE THREE STATE TABLES.
001970        01  WS-MAP-VALUES.
001980            05  FILLER                    PIC X(14)
001990                                          VALUE "01020304050607".
002000            05  FILLER                    PIC X(14)
002010                                          VALUE "08091011121307".
002020            05  FILLER                    PIC X(14)
002030                                          VALUE "14151607000000".
002040        01  WS-MAP-TABLE REDEFINES WS-MAP-VALUES.
002050            05  WS-MAP-ROW                OCCURS 3 TIMES.
002060                10  WS-MAP-CELL           PIC 9(02) OCCURS 7 TIMES.
002070        01  WS-TBL-NO                     PIC 9(01).
002080        01  WS-COL-SUB                    PIC 9(01).
002090        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
002100        01  WS-FROZEN-COUNT               PIC 9(06) VALUE 0.
002110        01  WS-NODEMO-COUNT               PIC 9(06) VALUE 0.
002120        01  WS-CREDIT-TOTAL               PIC 9(08) VALUE 0.
002130        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002140        01  WS-RPT-TITLE.
002150            05 FILLER                     PIC X(40)
002160               VALUE "STATE CENSUS ENROLLMENT - COUNT DATE ".
002170            05 WS-RT-COUNT-DATE           PIC 9(08).
002180            05 FILLER                     PIC X(08) VALUE "  TERM ".
002190            05 WS-RT-TERM                 PIC X(05).
002200            05 FILLER                     PIC X(19) VALUE SPACES.
002210        01  WS-T1-TITLE                   PIC X(80)
002220            VALUE "TABLE 1 - HEADCOUNT BY CAMPUS AND AGE".
002230        01  WS-T1-COLUMNS.
002240            05 FILLER                     PIC X(10) VALUE "CAMPUS".
002250            05 FILLER                     PIC X(36) VALUE
002260               " UNDER 18    18-19    20-24    25-29".
002270            05 FILLER                     PIC X(34) VALUE
002280               "  30+ YRS  UNKNOWN    TOTAL".
002290        01  WS-T2-TITLE                   PIC X(80)
002300            VALUE "TABLE 2 - HEADCOUNT BY GENDER AND LOAD".
002310        01  WS-T2-COLUMNS.
002320            05 FILLER                     PIC X(10) VALUE "CAMPUS".
002330            05 FILLER                     PIC X(36) VALUE
002340               "     MALE   FEMALE    OTHER  FULL-TM".
002350            05 FILLER                     PIC X(34) VALUE
002360               "  PART-TM  NO CRED    TOTAL".
002370        01  WS-T3-TITLE                   PIC X(80)
002380            VALUE "TABLE 3 - HEADCOUNT BY MEAL CATEGORY".
002390        01  WS-T3-COLUMNS.
002400            05 FILLER                     PIC X(10) VALUE "CAMPUS".
002410            05 FILLER                     PIC X(70) VALUE
002420               "     FREE  REDUCED     PAID    TOTAL".
002430        01  WS-TBL-LINE.
002440            05 WS-TL-LABEL                PIC X(10).
002450            05 WS-TL-COL                  OCCURS 7 TIMES.
002460                10 FILLER                 PIC X(02).
002470                10 WS-TL-NUM              PIC ZZZ,ZZ9.
002480            05 FILLER                     PIC X(07).
002490        01  WS-CREDIT-LINE.
002500            05 FILLER                     PIC X(30)
002510               VALUE "REGISTERED CREDIT HOURS     : ".
002520            05 WS-CL-CREDITS              PIC ZZ,ZZZ,ZZ9.
002530            05 FILLER                     PIC X(40) VALUE SPACES.
002540        COPY SPGM0905L.
002550        COPY SPGM0906L.
002560        COPY SPGMABNL.
002570        PROCEDURE DIVISION.
002580       ******************************************************************
002590       * MAIN PROGRAM FLOW.
002600       ******************************************************************
002610        00000-MAIN-PARA.
002620            PERFORM 05000-ACCEPT-PARA.
002630            IF  WS-ERROR-FLAG              NOT = "YES"
002640                PERFORM 07000-CHECK-TERM-PARA
002650            END-IF.
002660            IF  WS-ERROR-FLAG              NOT = "YES"
002670                PERFORM 10000-INITIALIZE-PARA
002680            END-IF.
002690            IF  WS-ERROR-FLAG              NOT = "YES"
002700                PERFORM 12000-CHECK-FROZEN-PARA
002710            END-IF.
002720            PERFORM 20000-PROCESS-PARA
002730              UNTIL WS-ERROR-FLAG = "YES"
002740              OR    WS-ENDOFFILE  = "YES".
002750            IF  WS-ERROR-FLAG              NOT = "YES"
002760                PERFORM 25000-PRINT-TABLES-PARA
002770            END-IF.
002780            PERFORM 30000-CLOSE-PARA.
002790            STOP RUN.
002800       ******************************************************************
002810       * ACCEPT THE COUNTDATE= CARD, WHICH MUST BE TODAY OR YESTERDAY -
002820       * THE SNAPSHOT IS TAKEN ON THE DAY, NOT RECONSTRUCTED AFTER IT -
002830       * AND THE TERM= CARD.
002840       ******************************************************************
002850        05000-ACCEPT-PARA.
002860            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002870            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY-NUM.
002880            MOVE SPACES                    TO WS-PARM-CARD.
002890            ACCEPT WS-PARM-CARD.
002900            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002910            MOVE "COUNTDATE"               TO LK-PA-KEYWORD.
002920            SET LK-PA-NUMERIC              TO TRUE.
002930            MOVE 19000101                  TO LK-PA-MIN-VALUE.
002940            MOVE 20991231                  TO LK-PA-MAX-VALUE.
002950            MOVE SPACES                    TO LK-PA-DEFAULT.
002960            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002970            MOVE LK-PA-NUM-VALUE           TO WS-COUNT-DATE.
002980            MOVE "DD"                      TO LK-DT-FUNCTION.
002990            MOVE WS-TODAY-NUM              TO LK-DT-DATE-1.
003000            MOVE WS-COUNT-DATE             TO LK-DT-DATE-2.
003010            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
003020            EVALUATE TRUE
003030                WHEN LK-PA-BAD
003040                    OR LK-PA-DEFAULTED
003050                    OR LK-DT-BAD
003060                    DISPLAY "BAD OR MISSING COUNTDATE= CARD - RUN "
003070                        "REFUSED."
003080                    MOVE 16                TO RETURN-CODE
003090                    MOVE "YES"             TO WS-ERROR-FLAG
003100                WHEN LK-DT-RESULT          < 0
003110                    OR LK-DT-RESULT        > 1
003120                    DISPLAY "COUNT DATE " WS-COUNT-DATE
003130                        " IS NOT TODAY OR YESTERDAY - RUN REFUSED."
003140                    MOVE 16                TO RETURN-CODE
003150                    MOVE "YES"             TO WS-ERROR-FLAG
003160                WHEN OTHER
003170                    CONTINUE
003180            END-EVALUATE.
003190            MOVE SPACES                    TO WS-PARM-CARD.
003200            ACCEPT WS-PARM-CARD.
003210            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003220            MOVE "TERM"                    TO LK-PA-KEYWORD.
003230            SET LK-PA-ALPHA                TO TRUE.
003240            MOVE 0                         TO LK-PA-MIN-VALUE.
003250            MOVE 0                         TO LK-PA-MAX-VALUE.
003260            MOVE SPACES                    TO LK-PA-DEFAULT.
003270            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003280            IF  LK-PA-BAD
003290                OR LK-PA-VALUE             = SPACES
003300                DISPLAY "BAD TERM= CARD - RUN REFUSED."
003310                MOVE 16                    TO RETURN-CODE
003320                MOVE "YES"                 TO WS-ERROR-FLAG
003330            ELSE
003340                MOVE LK-PA-VALUE(1:5)      TO WS-TERM-CODE
003350            END-IF.
003360       ******************************************************************
003370       * THE TERM MUST BE ON CEXM962'S TERMCTL MASTER AND RUNNING ON
003380       * THE COUNT DATE.
003390       ******************************************************************
003400        07000-CHECK-TERM-PARA.
003410            OPEN INPUT TERM-FILE.
003420            IF WS-TERM-FS                 NOT = "00"
003430               DISPLAY "TERMCTL ACCESS ERROR."
003440               MOVE "CEXM1049"            TO LK-PGM-ID
003450               MOVE "TERMCTL"             TO LK-FILE-ID
003460               MOVE WS-TERM-FS            TO LK-FILE-STATUS
003470               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003480               IF  LK-ABEND-YES
003490                   MOVE 16                TO RETURN-CODE
003500                   MOVE "YES"             TO WS-ERROR-FLAG
003510               END-IF
003520            ELSE
003530               MOVE WS-TERM-CODE          TO TM-TERM-CODE
003540               READ TERM-FILE
003550                   INVALID KEY
003560                       DISPLAY "TERM " WS-TERM-CODE
003570                           " NOT ON TERMCTL - RUN REFUSED."
003580                       MOVE 16            TO RETURN-CODE
003590                       MOVE "YES"         TO WS-ERROR-FLAG
003600                   NOT INVALID KEY
003610                       IF  WS-COUNT-DATE  < TM-START-DATE
003620                           OR WS-COUNT-DATE > TM-END-DATE
003630                           DISPLAY "COUNT DATE OUTSIDE TERM "
003640                               WS-TERM-CODE " - RUN REFUSED."
003650                           MOVE 16        TO RETURN-CODE
003660                           MOVE "YES"     TO WS-ERROR-FLAG
003670                       END-IF
003680               END-READ
003690               CLOSE TERM-FILE
003700            END-IF.
003710       ******************************************************************
003720       * OPEN THE FILES. CENSFILE IS CREATED ON FIRST USE; ELIGFILE IS
003730       * OPTIONAL (WITHOUT IT EVERY STUDENT COUNTS AS PAID).
003740       ******************************************************************
003750        10000-INITIALIZE-PARA.
003760            OPEN INPUT STUD-FILE.
003770            IF WS-STUD-FS                 NOT = "00"
003780               DISPLAY "STUDOUT ACCESS ERROR."
003790               MOVE "CEXM1049"            TO LK-PGM-ID
003800               MOVE "STUDOUT"             TO LK-FILE-ID
003810               MOVE WS-STUD-FS            TO LK-FILE-STATUS
003820               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003830               IF  LK-ABEND-YES
003840                   MOVE 16                TO RETURN-CODE
003850                   MOVE "YES"             TO WS-ERROR-FLAG
003860               END-IF
003870            END-IF.
003880            OPEN INPUT DEMO-FILE.
003890            IF WS-DEMO-FS                 NOT = "00"
003900               DISPLAY "DEMOFILE ACCESS ERROR."
003910               MOVE "CEXM1049"            TO LK-PGM-ID
003920               MOVE "DEMOFILE"            TO LK-FILE-ID
003930               MOVE WS-DEMO-FS            TO LK-FILE-STATUS
003940               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003950               IF  LK-ABEND-YES
003960                   MOVE 16                TO RETURN-CODE
003970                   MOVE "YES"             TO WS-ERROR-FLAG
003980               END-IF
003990            END-IF.
004000            OPEN INPUT ELIG-FILE.
004010            IF WS-ELIG-FS                 = "35"
004020               MOVE "NO"                  TO WS-ELIG-PRESENT
004030            ELSE
004040               IF WS-ELIG-FS              NOT = "00"
004050                  DISPLAY "ELIGFILE ACCESS ERROR."
004060                  MOVE "CEXM1049"         TO LK-PGM-ID
004070                  MOVE "ELIGFILE"         TO LK-FILE-ID
004080                  MOVE WS-ELIG-FS         TO LK-FILE-STATUS
004090                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
004100                  IF  LK-ABEND-YES
004110                      MOVE 16             TO RETURN-CODE
004120                      MOVE "YES"          TO WS-ERROR-FLAG
004130                  END-IF
004140               END-IF
004150            END-IF.
004160            OPEN INPUT REG-FILE.
004170            IF WS-REG-FS                  NOT = "00"
004180               DISPLAY "REGFILE ACCESS ERROR."
004190               MOVE "CEXM1049"            TO LK-PGM-ID
004200               MOVE "REGFILE"             TO LK-FILE-ID
004210               MOVE WS-REG-FS             TO LK-FILE-STATUS
004220               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004230               IF  LK-ABEND-YES
004240                   MOVE 16                TO RETURN-CODE
004250                   MOVE "YES"             TO WS-ERROR-FLAG
004260               END-IF
004270            END-IF.
004280            OPEN I-O CENS-FILE.
004290            IF WS-CENS-FS                 = "35"
004300               OPEN OUTPUT CENS-FILE
004310               CLOSE CENS-FILE
004320               OPEN I-O CENS-FILE
004330            END-IF.
004340            IF WS-CENS-FS                 NOT = "00"
004350               DISPLAY "CENSFILE ACCESS ERROR."
004360               MOVE "CEXM1049"            TO LK-PGM-ID
004370               MOVE "CENSFILE"            TO LK-FILE-ID
004380               MOVE WS-CENS-FS            TO LK-FILE-STATUS
004390               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004400               IF  LK-ABEND-YES
004410                   MOVE 16                TO RETURN-CODE
004420                   MOVE "YES"             TO WS-ERROR-FLAG
004430               END-IF
004440            END-IF.
004450            OPEN OUTPUT REPORT-FILE.
004460            IF WS-REPORT-FS               NOT = "00"
004470               DISPLAY "CENSRPT ACCESS ERROR."
004480               MOVE "CEXM1049"            TO LK-PGM-ID
004490               MOVE "CENSRPT"             TO LK-FILE-ID
004500               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
004510               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004520               IF  LK-ABEND-YES
004530                   MOVE 16                TO RETURN-CODE
004540                   MOVE "YES"             TO WS-ERROR-FLAG
004550               END-IF
004560            END-IF.
004570       ******************************************************************
004580       * A COUNT DATE ALREADY ON CENSFILE IS FROZEN - REFUSE THE RUN
004590       * RATHER THAN ADD TO OR DISTURB IT.
004600       ******************************************************************
004610        12000-CHECK-FROZEN-PARA.
004620            MOVE WS-COUNT-DATE             TO CN-COUNT-DATE.
004630            MOVE 0                         TO CN-ENROLL-NO.
004640            START CENS-FILE KEY IS >= CN-CENS-KEY
004650                INVALID KEY
004660                    CONTINUE
004670                NOT INVALID KEY
004680                    READ CENS-FILE NEXT
004690                        AT END
004700                            CONTINUE
004710                        NOT AT END
004720                            IF  CN-COUNT-DATE = WS-COUNT-DATE
004730                                DISPLAY "COUNT DATE " WS-COUNT-DATE
004740                                    " ALREADY FROZEN ON CENSFILE - "
004750                                    "RUN REFUSED."
004760                                MOVE 16    TO RETURN-CODE
004770                                MOVE "YES" TO WS-ERROR-FLAG
004780                            END-IF
004790                    END-READ
004800            END-START.
004810       ******************************************************************
004820       * READ ONE STUDENT AND FREEZE IT IF ACTIVE.
004830       ******************************************************************
004840        20000-PROCESS-PARA.
004850            READ STUD-FILE
004860            AT END
004870                MOVE "YES"                 TO WS-ENDOFFILE
004880            NOT AT END
004890                ADD 1                      TO WS-READ-COUNT
004900                IF  FS-STUD-STATUS         = "A"
004910                    OR FS-STUD-STATUS      = SPACE
004920                    PERFORM 21000-BUILD-CENSUS-PARA
004930                END-IF
004940            END-READ.
004950       ******************************************************************
004960       * GATHER THE STUDENT'S CENSUS ATTRIBUTES AND WRITE THE RECORD.
004970       ******************************************************************
004980        21000-BUILD-CENSUS-PARA.
004990            MOVE SPACES                    TO CN-CENS-REC.
005000            MOVE WS-COUNT-DATE             TO CN-COUNT-DATE.
005010            MOVE FS-ENROLL-NO              TO CN-ENROLL-NO.
005020            MOVE FS-SNAME                  TO CN-SNAME.
005030            MOVE FS-CAMPUS-CODE            TO WS-CAMPUS.
005040            IF  WS-CAMPUS                  = SPACES
005050                MOVE "01"                  TO WS-CAMPUS
005060            END-IF.
005070            MOVE WS-CAMPUS                 TO CN-CAMPUS-CODE.
005080            MOVE FS-STUD-STATUS            TO CN-STUD-STATUS.
005090            MOVE FS-STATUS-DATE            TO CN-STATUS-DATE.
005100            MOVE WS-CURRENT-DATE-DATA(1:8) TO CN-SNAP-DATE.
005110            MOVE WS-TERM-CODE              TO CN-TERM-CODE.
005120            PERFORM 22000-AGE-GENDER-PARA.
005130            PERFORM 23000-MEAL-CATEGORY-PARA.
005140            PERFORM 24000-CREDIT-LOAD-PARA.
005150            WRITE CN-CENS-REC.
005160            IF WS-CENS-FS                 NOT = "00"
005170               DISPLAY "CENSFILE WRITE ERROR - STATUS " WS-CENS-FS
005180                   " - ENROLL NO " FS-ENROLL-NO
005190               MOVE "CEXM1049"            TO LK-PGM-ID
005200               MOVE "CENSFILE"            TO LK-FILE-ID
005210               MOVE WS-CENS-FS            TO LK-FILE-STATUS
005220               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005230               IF  LK-ABEND-YES
005240                   MOVE 16                TO RETURN-CODE
005250                   MOVE "YES"             TO WS-ERROR-FLAG
005260               END-IF
005270            ELSE
005280               ADD 1                      TO WS-FROZEN-COUNT
005290               PERFORM 26000-COUNT-PARA
005300            END-IF.
005310       ******************************************************************
005320       * AGE ON THE COUNT DATE FROM THE DEMOFILE BIRTH DATE, ITS STATE
005330       * BRACKET, AND THE GENDER. NO DEMOFILE RECORD OR A BAD BIRTH
005340       * DATE LEAVES THE AGE UNKNOWN (BRACKET 6).
005350       ******************************************************************
005360        22000-AGE-GENDER-PARA.
005370            MOVE 0                         TO CN-AGE.
005380            MOVE 6                         TO WS-AGE-CELL.
005390            MOVE SPACE                     TO CN-GENDER.
005400            MOVE FS-ENROLL-NO              TO DS-ENROLL-NO.
005410            READ DEMO-FILE
005420                INVALID KEY
005430                    ADD 1                  TO WS-NODEMO-COUNT
005440                NOT INVALID KEY
005450                    MOVE DS-GENDER         TO CN-GENDER
005460                    IF  DS-DOB             IS NUMERIC
005470                        MOVE DS-DOB        TO WS-DOB-NUM
005480                        MOVE "VA"          TO LK-DT-FUNCTION
005490                        MOVE WS-DOB-NUM    TO LK-DT-DATE-1
005500                        CALL 'SPGM0906'    USING LK-DATESVC-PARMS
005510                        IF  LK-DT-OK
005520                            AND WS-DOB-NUM < WS-COUNT-DATE
005530                            PERFORM 22100-AGE-BRACKET-PARA
005540                        END-IF
005550                    END-IF
005560            END-READ.
005570            MOVE WS-AGE-CELL               TO CN-AGE-BRACKET.
005580            EVALUATE CN-GENDER
005590                WHEN "M"
005600                    MOVE 8                 TO WS-GENDER-CELL
005610                WHEN "F"
005620                    MOVE 9                 TO WS-GENDER-CELL
005630                WHEN OTHER
005640                    MOVE 10                TO WS-GENDER-CELL
005650            END-EVALUATE.
005660        22100-AGE-BRACKET-PARA.
005670            MOVE "DY"                      TO LK-DT-FUNCTION.
005680            MOVE WS-COUNT-DATE             TO LK-DT-DATE-1.
005690            MOVE WS-DOB-NUM                TO LK-DT-DATE-2.
005700            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
005710            MOVE LK-DT-RESULT              TO CN-AGE.
005720            EVALUATE TRUE
005730                WHEN CN-AGE                < 18
005740                    MOVE 1                 TO WS-AGE-CELL
005750                WHEN CN-AGE                < 20
005760                    MOVE 2                 TO WS-AGE-CELL
005770                WHEN CN-AGE                < 25
005780                    MOVE 3                 TO WS-AGE-CELL
005790                WHEN CN-AGE                < 30
005800                    MOVE 4                 TO WS-AGE-CELL
005810                WHEN OTHER
005820                    MOVE 5                 TO WS-AGE-CELL
005830            END-EVALUATE.
005840       ******************************************************************
005850       * THE MEAL CATEGORY IN FORCE ON THE COUNT DATE; NONE IS PAID.
005860       ******************************************************************
005870        23000-MEAL-CATEGORY-PARA.
005880            MOVE "P"                       TO CN-MEAL-CAT.
005890            IF  WS-ELIG-PRESENT            = "YES"
005900                MOVE FS-ENROLL-NO          TO EL-ENROLL-NO
005910                READ ELIG-FILE
005920                    INVALID KEY
005930                        CONTINUE
005940                    NOT INVALID KEY
005950                        IF  WS-COUNT-DATE  NOT < EL-EFF-FROM
005960                            AND WS-COUNT-DATE NOT > EL-EFF-TO
005970                            MOVE EL-CATEGORY TO CN-MEAL-CAT
005980                        END-IF
005990                END-READ
006000            END-IF.
006010            EVALUATE CN-MEAL-CAT
006020                WHEN "F"
006030                    MOVE 14                TO WS-MEAL-CELL
006040                WHEN "R"
006050                    MOVE 15                TO WS-MEAL-CELL
006060                WHEN OTHER
006070                    MOVE 16                TO WS-MEAL-CELL
006080            END-EVALUATE.
006090       ******************************************************************
006100       * SUM THE CREDIT HOURS OF THE STUDENT'S REGISTRATIONS FOR THE
006110       * TERM. 12 OR MORE IS FULL-TIME.
006120       ******************************************************************
006130        24000-CREDIT-LOAD-PARA.
006140            MOVE 0                         TO WS-CREDITS.
006150            MOVE "NO"                      TO WS-REG-DONE.
006160            MOVE FS-ENROLL-NO              TO RG-ENROLL-NO.
006170            MOVE LOW-VALUES                TO RG-COURSE-CODE.
006180            START REG-FILE KEY IS >= RG-REG-KEY
006190                INVALID KEY
006200                    MOVE "YES"             TO WS-REG-DONE
006210            END-START.
006220            PERFORM 24100-ONE-REG-PARA
006230                UNTIL WS-REG-DONE          = "YES".
006240            MOVE WS-CREDITS                TO CN-CREDIT-LOAD.
006250            ADD WS-CREDITS                 TO WS-CREDIT-TOTAL.
006260            EVALUATE TRUE
006270                WHEN WS-CREDITS            NOT < 12
006280                    MOVE "F"               TO CN-LOAD-FLAG
006290                    MOVE 11                TO WS-LOAD-CELL
006300                WHEN WS-CREDITS            > 0
006310                    MOVE "P"               TO CN-LOAD-FLAG
006320                    MOVE 12                TO WS-LOAD-CELL
006330                WHEN OTHER
006340                    MOVE "N"               TO CN-LOAD-FLAG
006350                    MOVE 13                TO WS-LOAD-CELL
006360            END-EVALUATE.
006370        24100-ONE-REG-PARA.
006380            READ REG-FILE NEXT
006390            AT END
006400                MOVE "YES"                 TO WS-REG-DONE
006410            NOT AT END
006420                IF  RG-ENROLL-NO           NOT = FS-ENROLL-NO
006430                    MOVE "YES"             TO WS-REG-DONE
006440                ELSE
006450                    IF  RG-TERM-CODE       = WS-TERM-CODE
006460                        ADD RG-CREDIT-HOURS TO WS-CREDITS
006470                    END-IF
006480                END-IF
006490            END-READ.
006500       ******************************************************************
006510       * PRINT THE THREE STATE TABLES.
006520       ******************************************************************
006530        25000-PRINT-TABLES-PARA.
006540            MOVE WS-COUNT-DATE             TO WS-RT-COUNT-DATE.
006550            MOVE WS-TERM-CODE              TO WS-RT-TERM.
006560            MOVE WS-HEADER1                TO RS-REPORT-REC.
006570            WRITE RS-REPORT-REC.
006580            MOVE WS-RPT-TITLE              TO RS-REPORT-REC.
006590            WRITE RS-REPORT-REC.
006600            PERFORM 25100-PRINT-TABLE-PARA
006610                VARYING WS-TBL-NO FROM 1 BY 1
006620                UNTIL WS-TBL-NO            > 3.
006630            MOVE WS-CREDIT-TOTAL           TO WS-CL-CREDITS.
006640            MOVE WS-CREDIT-LINE            TO RS-REPORT-REC.
006650            WRITE RS-REPORT-REC.
006660            MOVE WS-HEADER1                TO RS-REPORT-REC.
006670            WRITE RS-REPORT-REC.
006680        25100-PRINT-TABLE-PARA.
006690            MOVE WS-HEADER1                TO RS-REPORT-REC.
006700            WRITE RS-REPORT-REC.
006710            EVALUATE WS-TBL-NO
006720                WHEN 1
006730                    MOVE WS-T1-TITLE       TO RS-REPORT-REC
006740                    WRITE RS-REPORT-REC
006750                    MOVE WS-T1-COLUMNS     TO RS-REPORT-REC
006760                WHEN 2
006770                    MOVE WS-T2-TITLE       TO RS-REPORT-REC
006780                    WRITE RS-REPORT-REC
006790                    MOVE WS-T2-COLUMNS     TO RS-REPORT-REC
006800                WHEN OTHER
006810                    MOVE WS-T3-TITLE       TO RS-REPORT-REC
006820                    WRITE RS-REPORT-REC
006830                    MOVE WS-T3-COLUMNS     TO RS-REPORT-REC
006840            END-EVALUATE.
006850            WRITE RS-REPORT-REC.
006860            MOVE WS-HEADER1                TO RS-REPORT-REC.
006870            WRITE RS-REPORT-REC.
006880            PERFORM 25200-PRINT-CAMPUS-PARA
006890                VARYING WS-CP-SUB FROM 1 BY 1
006900                UNTIL WS-CP-SUB            > WS-CP-COUNT.
006910            MOVE SPACES                    TO WS-TBL-LINE.
006920            MOVE "DISTRICT"                TO WS-TL-LABEL.
006930            PERFORM 25400-GRAND-COLUMN-PARA
006940                VARYING WS-COL-SUB FROM 1 BY 1
006950                UNTIL WS-COL-SUB           > 7.
006960            MOVE WS-TBL-LINE               TO RS-REPORT-REC.
006970            WRITE RS-REPORT-REC.
006980        25200-PRINT-CAMPUS-PARA.
006990            MOVE SPACES                    TO WS-TBL-LINE.
007000            MOVE WS-CP-CAMPUS(WS-CP-SUB)   TO WS-TL-LABEL(3:2).
007010            PERFORM 25300-CAMPUS-COLUMN-PARA
007020                VARYING WS-COL-SUB FROM 1 BY 1
007030                UNTIL WS-COL-SUB           > 7.
007040            MOVE WS-TBL-LINE               TO RS-REPORT-REC.
007050            WRITE RS-REPORT-REC.
007060        25300-CAMPUS-COLUMN-PARA.
007070            MOVE WS-MAP-CELL(WS-TBL-NO, WS-COL-SUB) TO WS-CELL-SUB.
007080            IF  WS-CELL-SUB                NOT = 0
007090                MOVE WS-CP-CELL(WS-CP-SUB, WS-CELL-SUB)
007100                                           TO WS-TL-NUM(WS-COL-SUB)
007110            END-IF.
007120        25400-GRAND-COLUMN-PARA.
007130            MOVE WS-MAP-CELL(WS-TBL-NO, WS-COL-SUB) TO WS-CELL-SUB.
007140            IF  WS-CELL-SUB                NOT = 0
007150                MOVE WS-GT-CELL(WS-CELL-SUB)
007160                                           TO WS-TL-NUM(WS-COL-SUB)
007170            END-IF.
007180       ******************************************************************
007190       * COUNT THE STUDENT IN ITS CAMPUS'S CELLS, INSERTING THE CAMPUS
007200       * IN ORDER THE FIRST TIME IT IS SEEN (CEXM1037), AND IN THE
007210       * DISTRICT TOTALS.
007220       ******************************************************************
007230        26000-COUNT-PARA.
007240            MOVE 0                         TO WS-CP-HIT.
007250            PERFORM 26100-MATCH-CAMPUS-PARA
007260                VARYING WS-CP-SUB FROM 1 BY 1
007270                UNTIL WS-CP-SUB            > WS-CP-COUNT
007280                OR WS-CP-HIT               NOT = 0.
007290            IF  WS-CP-HIT                  = 0
007300                IF  WS-CP-COUNT            = 50
007310                    DISPLAY "CAMPUS TABLE FULL AT 50 - CAMPUS "
007320                        WS-CAMPUS " LEFT OUT OF THE TABLES"
007330                ELSE
007340                    INITIALIZE WS-NEW-CAMPUS
007350                    MOVE WS-CAMPUS         TO WS-NC-CAMPUS
007360                    PERFORM 26300-INSERT-CAMPUS-PARA
007370                END-IF
007380            END-IF.
007390            IF  WS-CP-HIT                  NOT = 0
007400                ADD 1 TO WS-CP-CELL(WS-CP-HIT, WS-AGE-CELL)
007410                ADD 1 TO WS-CP-CELL(WS-CP-HIT, 7)
007420                ADD 1 TO WS-CP-CELL(WS-CP-HIT, WS-GENDER-CELL)
007430                ADD 1 TO WS-CP-CELL(WS-CP-HIT, WS-LOAD-CELL)
007440                ADD 1 TO WS-CP-CELL(WS-CP-HIT, WS-MEAL-CELL)
007450            END-IF.
007460            ADD 1                          TO WS-GT-CELL(WS-AGE-CELL).
007470            ADD 1                          TO WS-GT-CELL(7).
007480            ADD 1                          TO WS-GT-CELL(WS-GENDER-CELL).
007490            ADD 1                          TO WS-GT-CELL(WS-LOAD-CELL).
007500            ADD 1                          TO WS-GT-CELL(WS-MEAL-CELL).
007510        26100-MATCH-CAMPUS-PARA.
007520            IF  WS-CP-CAMPUS(WS-CP-SUB)    = WS-CAMPUS
007530                MOVE WS-CP-SUB             TO WS-CP-HIT
007540            END-IF.
007550        26300-INSERT-CAMPUS-PARA.
007560            COMPUTE WS-INS-POS = WS-CP-COUNT + 1.
007570            PERFORM 26400-FIND-POS-PARA
007580                VARYING WS-CP-SUB FROM 1 BY 1
007590                UNTIL WS-CP-SUB            > WS-CP-COUNT
007600                OR WS-INS-POS              NOT > WS-CP-COUNT.
007610            PERFORM 26500-SHIFT-PARA
007620                VARYING WS-CP-SUB FROM WS-CP-COUNT BY -1
007630                UNTIL WS-CP-SUB            < WS-INS-POS.
007640            MOVE WS-NEW-CAMPUS             TO WS-CP-ENTRY(WS-INS-POS).
007650            ADD 1                          TO WS-CP-COUNT.
007660            MOVE WS-INS-POS                TO WS-CP-HIT.
007670        26400-FIND-POS-PARA.
007680            IF  WS-CP-CAMPUS(WS-CP-SUB)    > WS-CAMPUS
007690                MOVE WS-CP-SUB             TO WS-INS-POS
007700            END-IF.
007710        26500-SHIFT-PARA.
007720            MOVE WS-CP-ENTRY(WS-CP-SUB)    TO WS-CP-ENTRY(WS-CP-SUB + 1).
007730       ******************************************************************
007740       * DISPLAY COUNTS AND CLOSE THE FILES.
007750       ******************************************************************
007760        30000-CLOSE-PARA.
007770            DISPLAY "STUDENTS READ         : " WS-READ-COUNT.
007780            DISPLAY "STUDENTS FROZEN       : " WS-FROZEN-COUNT.
007790            DISPLAY "NO DEMOFILE RECORD    : " WS-NODEMO-COUNT.
007800            CLOSE STUD-FILE.
007810            CLOSE DEMO-FILE.
007820            IF  WS-ELIG-PRESENT            = "YES"
007830                CLOSE ELIG-FILE
007840            END-IF.
007850            CLOSE REG-FILE.
007860            CLOSE CENS-FILE.
007870            CLOSE REPORT-FILE.
