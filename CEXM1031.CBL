000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1031.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: WEEKLY EARLY-WARNING AT-RISK INDICATOR. THE
000060       *  SIGNS OF A STUDENT IN TROUBLE SIT ON SEPARATE FILES - ABSENCES
000070       *  ON ATTFILE, STANDING ON CEXM923'S STNDFILE, HOLDS ON
000080       *  HOLDFILE, FALLING MARKS ON TERMHIST. THIS RUN SCORES EVERY
000090       *  ACTIVE STUDENT (ANY STATUS BUT G/W, AS CEXM980 COUNTS A
000100       *  CASELOAD) ON THE INDICATORS LOADED FROM RISKIND, CEXM923
000110       *  STNDBAND-STYLE. EACH RECORD NAMES AN INDICATOR, ITS WEIGHT
000120       *  AND ITS LIMITS; AN INDICATOR NOT ON RISKIND IS NOT SCORED:
000130       *      AB  DAYS WITH AN ABSENT PERIOD IN THE LAST WINDOW DAYS
000140       *          (DEFAULT 28) REACH LIMIT
000150       *      ST  STANDING ON STNDFILE IS ANYTHING BUT G (GOOD)
000160       *      HD  AN ACTIVE HOLD ON HOLDFILE
000170       *      MK  THE AVERAGE FELL BY LIMIT POINTS OR MORE FROM THE
000180       *          STUDENT'S PREVIOUS TERMHIST TERM TO THE LATEST ONE
000190       *          (TERMS ORDERED BY TERMCTL START DATE)
000200       *  THE SCORE IS THE SUM OF THE WEIGHTS THAT FIRED. EVERY SCORE
000210       *  GOES ON THE NEW RISK HISTORY (RISKOUT); THE PRIOR WEEK'S
000220       *  (RISKIN) GIVES THE CHANGE. STUDENTS AT OR OVER THE
000230       *  THRESHOLD= CARD (SPGM0905, DEFAULT 050) ARE LISTED ON
000240       *  RISKRPT BY COUNSELOR FROM CEXM980'S ASGNFILE, HIGHEST SCORE
000250       *  FIRST, WITH THE INDICATORS THAT FIRED.
000260       * STUDOUT : JEBA02.EMY.COBOL.STUDFILE (INDEXED ON ENROLL NO)
000270       * RISKIND : JEBA02.EMY.COBOL.RISKIND
000280       * STNDFILE: JEBA02.EMY.COBOL.STNDFILE (CEXM923 OUTPUT)
000290       * ATTFILE : JEBA02.EMY.COBOL.ATTFILE (INDEXED ON ENROLL+DATE)
000300       * HOLDFILE: JEBA02.EMY.COBOL.HOLDFILE (INDEXED ON ENROLL NO)
000310       * TERMHIST: JEBA02.EMY.COBOL.TERMHIST (INDEXED ON ENROLL+TERM)
000320       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000330       * ASGNFILE: JEBA02.EMY.COBOL.ASGNFILE (INDEXED ON ENROLL NO)
000340       * CNSLFILE: JEBA02.EMY.COBOL.CNSLFILE (INDEXED ON CNSL NO)
000350       * RISKIN  : JEBA02.EMY.COBOL.RISKHIST (PRIOR RUN)
000360       * RISKOUT : JEBA02.EMY.COBOL.RISKHIST (NEW)
000370       * RISKRPT : JEBA02.EMY.COBOL.RISKRPT
000380       * SORTWK  : SORT WORK FILE
000390       * ----------------------------------------------------------------
000400       * PRJ NO    NAME     DATE          MAINT DESC.
000410       * ----------------------------------------------------------------
000420       * JEBA02    EMY     09/19/2026    PROGRAM CREATED.
000430       ******************************************************************
000440        ENVIRONMENT DIVISION.
000450        INPUT-OUTPUT SECTION.
000460        FILE-CONTROL.
000470            SELECT STUD-FILE
000480                ASSIGN TO STUDOUT
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS SEQUENTIAL
000510                RECORD KEY IS FS-ENROLL-NO
000520                FILE STATUS IS WS-STUD-FS.
000530            SELECT IND-FILE
000540                ASSIGN TO RISKIND
000550                ORGANIZATION IS SEQUENTIAL
000560                ACCESS MODE IS SEQUENTIAL
000570                FILE STATUS IS WS-IND-FS.
000580            SELECT STND-FILE
000590                ASSIGN TO STNDFILE
000600                ORGANIZATION IS SEQUENTIAL
000610                ACCESS MODE IS SEQUENTIAL
000620                FILE STATUS IS WS-STND-FS.
000630            SELECT ATT-FILE
000640                ASSIGN TO ATTFILE
000650                ORGANIZATION IS INDEXED
000660                ACCESS MODE IS DYNAMIC
000670                RECORD KEY IS AT-ATT-KEY
000680                FILE STATUS IS WS-ATT-FS.
000690            SELECT HOLD-FILE
000700                ASSIGN TO HOLDFILE
000710                ORGANIZATION IS INDEXED
000720                ACCESS MODE IS RANDOM
000730                RECORD KEY IS HD-ENROLL-NO
000740                FILE STATUS IS WS-HOLD-FS.
000750            SELECT HIST-FILE
000760                ASSIGN TO TERMHIST
000770                ORGANIZATION IS INDEXED
000780                ACCESS MODE IS DYNAMIC
000790                RECORD KEY IS HS-HIST-KEY
000800                FILE STATUS IS WS-HIST-FS.
000810            SELECT TERM-FILE
000820                ASSIGN TO TERMCTL
000830                ORGANIZATION IS INDEXED
000840                ACCESS MODE IS RANDOM
000850                RECORD KEY IS TM-TERM-CODE
000860                FILE STATUS IS WS-TERM-FS.
000870            SELECT ASGN-FILE
000880                ASSIGN TO ASGNFILE
000890                ORGANIZATION IS INDEXED
000900                ACCESS MODE IS RANDOM
000910                RECORD KEY IS AG-ENROLL-NO
000920                FILE STATUS IS WS-ASGN-FS.
000930            SELECT CNSL-FILE
000940                ASSIGN TO CNSLFILE
000950                ORGANIZATION IS INDEXED
000960                ACCESS MODE IS RANDOM
000970                RECORD KEY IS CN-CNSL-NO
000980                FILE STATUS IS WS-CNSL-FS.
000990            SELECT RISK-IN-FILE
001000                ASSIGN TO RISKIN
001010                ORGANIZATION IS SEQUENTIAL
001020                ACCESS MODE IS SEQUENTIAL
001030                FILE STATUS IS WS-RISK-IN-FS.
001040            SELECT RISK-OUT-FILE
001050                ASSIGN TO RISKOUT
001060                ORGANIZATION IS SEQUENTIAL
001070                ACCESS MODE IS SEQUENTIAL
001080                FILE STATUS IS WS-RISK-OUT-FS.
001090            SELECT REPORT-FILE
001100                ASSIGN TO RISKRPT
001110                ORGANIZATION IS SEQUENTIAL
001120                ACCESS MODE IS SEQUENTIAL
001130                FILE STATUS IS WS-REPORT-FS.
001140            SELECT SORT-FILE
001150                ASSIGN TO SORTWK.
001160        DATA DIVISION.
001170        FILE SECTION.
001180        FD  STUD-FILE.
001190        01  FS-STUD-REC.
001200            05  FS-ENROLL-NO              PIC 9(06).
001210            05  FS-SNAME                  PIC X(30).
001220            05  FS-MATHS-MARKS            PIC 9(03).
001230            05  FS-SCIENCE-MARKS          PIC 9(03).
001240            05  FS-COMPUTER-MARKS         PIC 9(03).
001250            05  FS-AVG-MARKS              PIC 9(03)V9(02).
001260            05  FS-STUD-STATUS            PIC X(01).
001270            05  FS-STATUS-DATE            PIC X(08).
001280            05  FS-CAMPUS-CODE            PIC X(02).
001290            05  FILLER                    PIC X(19).
001300        FD  IND-FILE.
001310        01  IX-IND-REC.
001320            05  IX-IND-CODE               PIC X(02).
001330            05  IX-WEIGHT                 PIC 9(03).
001340            05  IX-LIMIT                  PIC 9(03).
001350            05  IX-WINDOW                 PIC 9(03).
001360            05  FILLER                    PIC X(69).
001370        FD  STND-FILE.
001380        01  NS-STND-REC.
001390            05  NS-ENROLL-NO              PIC 9(06).
001400            05  NS-SNAME                  PIC X(30).
001410            05  NS-AVG-MARKS              PIC 9(03)V9(02).
001420            05  NS-STANDING               PIC X(01).
001430            05  NS-PRIOR-STANDING         PIC X(01).
001440            05  FILLER                    PIC X(37).
001450        FD  ATT-FILE.
001460        01  AT-ATT-REC.
001470            05  AT-ATT-KEY.
001480                10  AT-ENROLL-NO          PIC 9(06).
001490                10  AT-ATT-DATE           PIC 9(08).
001500            05  AT-PERIOD-CODE            PIC X(01) OCCURS 6 TIMES.
001510            05  FILLER                    PIC X(60).
001520        FD  HOLD-FILE.
001530        01  HD-HOLD-REC.
001540            05  HD-ENROLL-NO              PIC 9(06).
001550            05  HD-HOLD-CODE              PIC X(02).
001560            05  HD-HOLD-AMT               PIC 9(07)V9(02).
001570            05  HD-PLACED-DATE            PIC 9(08).
001580            05  HD-RELEASED-DATE          PIC 9(08).
001590            05  HD-STATUS                 PIC X(01).
001600            05  FILLER                    PIC X(46).
001610        FD  HIST-FILE.
001620        01  HS-HIST-REC.
001630            05  HS-HIST-KEY.
001640                10  HS-ENROLL-NO          PIC 9(06).
001650                10  HS-TERM-CODE          PIC X(05).
001660            05  HS-SNAME                  PIC X(30).
001670            05  HS-MATHS-MARKS            PIC 9(03).
001680            05  HS-SCIENCE-MARKS          PIC 9(03).
001690            05  HS-COMPUTER-MARKS         PIC 9(03).
001700            05  HS-AVG-MARKS              PIC 9(03)V9(02).
001710            05  FILLER                    PIC X(25).
001720        FD  TERM-FILE.
001730        01  TM-TERM-REC.
001740            05  TM-TERM-CODE              PIC X(05).
001750            05  TM-START-DATE             PIC 9(08).
001760            05  TM-END-DATE               PIC 9(08).
001770            05  TM-OPEN-FLAG              PIC X(01).
001780            05  FILLER                    PIC X(58).
001790        FD  ASGN-FILE.
001800        01  AG-ASGN-REC.
001810            05  AG-ENROLL-NO              PIC 9(06).
001820            05  AG-CNSL-NO                PIC 9(04).
001830            05  FILLER                    PIC X(70).
001840        FD  CNSL-FILE.
001850        01  CN-CNSL-REC.
001860            05  CN-CNSL-NO                PIC 9(04).
001870            05  CN-CNSL-NAME              PIC X(30).
001880            05  CN-ACTIVE-FLAG            PIC X(01).
001890            05  FILLER                    PIC X(45).
001900        FD  RISK-IN-FILE.
001910        01  PR-RISK-REC.
001920            05  PR-ENROLL-NO              PIC 9(06).
001930            05  PR-SCORE                  PIC 9(03).
001940            05  PR-FIRED                  PIC X(11).
001950            05  PR-RUN-DATE               PIC 9(08).
001960            05  FILLER                    PIC X(52).
001970        FD  RISK-OUT-FILE.
001980        01  NR-RISK-REC.
001990            05  NR-ENROLL-NO              PIC 9(06).
002000            05  NR-SCORE                  PIC 9(03).
002010            05  NR-FIRED                  PIC X(11).
002020            05  NR-RUN-DATE               PIC 9(08).
002030            05  FILLER                    PIC X(52).
002040        FD  REPORT-FILE.
002050        01  RS-REPORT-REC                 PIC X(80).
002060        SD  SORT-FILE.
002070        01  SR-SORT-REC.
002080            05  SR-CNSL-NO                PIC 9(04).
002090            05  SR-SCORE                  PIC 9(03).
002100            05  SR-ENROLL-NO              PIC 9(06).
002110            05  SR-SNAME                  PIC X(30).
002120            05  SR-PRIOR-SCORE            PIC 9(03).
002130            05  SR-PRIOR-FOUND            PIC X(01).
002140            05  SR-FIRED                  PIC X(11).
002150        WORKING-STORAGE SECTION.
002160        01  WS-STUD-FS                    PIC X(02).
002170        01  WS-IND-FS                     PIC X(02).
002180        01  WS-STND-FS                    PIC X(02).
002190        01  WS-ATT-FS                     PIC X(02).
002200        01  WS-HOLD-FS                    PIC X(02).
002210        01  WS-HIST-FS                    PIC X(02).
002220        01  WS-TERM-FS                    PIC X(02).
002230        01  WS-ASGN-FS                    PIC X(02).
002240        01  WS-CNSL-FS                    PIC X(02).
002250        01  WS-RISK-IN-FS                 PIC X(02).
002260        01  WS-RISK-OUT-FS                PIC X(02).
002270        01  WS-REPORT-FS                  PIC X(02).
002280        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
002290        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
002300        01  WS-IND-EOF                    PIC X(03) VALUE "NO".
002310        01  WS-STND-EOF                   PIC X(03) VALUE "NO".
002320        01  WS-PRIOR-EOF                  PIC X(03) VALUE "NO".
002330        01  WS-ATT-DONE                   PIC X(03) VALUE "NO".
002340        01  WS-HIST-DONE                  PIC X(03) VALUE "NO".
002350        01  WS-SORT-EOF                   PIC X(03) VALUE "NO".
002360        01  WS-STND-AVAIL                 PIC X(03) VALUE "YES".
002370        01  WS-HOLD-AVAIL                 PIC X(03) VALUE "YES".
002380        01  WS-ASGN-AVAIL                 PIC X(03) VALUE "YES".
002390        01  WS-CNSL-AVAIL                 PIC X(03) VALUE "YES".
002400        01  WS-PRIOR-AVAIL                PIC X(03) VALUE "YES".
002410        01  WS-PARM-CARD                  PIC X(80).
002420        01  WS-THRESHOLD                  PIC 9(03).
002430        01  WS-CURRENT-DATE-DATA          PIC X(20).
002440        01  WS-TODAY-NUM                  PIC 9(08).
002450        01  WS-STUD-COUNT                 PIC 9(06) VALUE 0.
002460        01  WS-LISTED-COUNT               PIC 9(06) VALUE 0.
002470       * INDICATORS LOADED FROM RISKIND. A ZERO WEIGHT MEANS THE
002480       * INDICATOR IS NOT SCORED THIS RUN.
002490        01  WS-AB-WEIGHT                  PIC 9(03) VALUE 0.
002500        01  WS-AB-LIMIT                   PIC 9(03) VALUE 0.
002510        01  WS-AB-WINDOW                  PIC 9(03) VALUE 0.
002520        01  WS-ST-WEIGHT                  PIC 9(03) VALUE 0.
002530        01  WS-HD-WEIGHT                  PIC 9(03) VALUE 0.
002540        01  WS-MK-WEIGHT                  PIC 9(03) VALUE 0.
002550        01  WS-MK-LIMIT                   PIC 9(03) VALUE 0.
002560       * CEXM923 STANDINGS KEYED BY ENROLL NUMBER.
002570        01  WS-STND-COUNT                 PIC 9(04) VALUE 0.
002580        01  WS-STND-TABLE.
002590            05  WS-SD-ENTRY               OCCURS 9999 TIMES.
002600                10  WS-SD-ENROLL-NO       PIC 9(06).
002610                10  WS-SD-STANDING        PIC X(01).
002620        01  WS-STND-SUB                   PIC 9(04).
002630        01  WS-STND-FOUND                 PIC 9(04).
002640       * LAST WEEK'S SCORES KEYED BY ENROLL NUMBER.
002650        01  WS-PRIOR-COUNT                PIC 9(04) VALUE 0.
002660        01  WS-PRIOR-TABLE.
002670            05  WS-PT-ENTRY               OCCURS 9999 TIMES.
002680                10  WS-PT-ENROLL-NO       PIC 9(06).
002690                10  WS-PT-SCORE           PIC 9(03).
002700        01  WS-PRIOR-SUB                  PIC 9(04).
002710        01  WS-PRIOR-FOUND                PIC 9(04).
002720       * TERM START DATES, READ FROM TERMCTL ONCE PER TERM.
002730        01  WS-TC-COUNT                   PIC 9(02) VALUE 0.
002740        01  WS-TC-TABLE.
002750            05  WS-TC-ENTRY               OCCURS 50 TIMES.
002760                10  WS-TC-TERM            PIC X(05).
002770                10  WS-TC-START           PIC 9(08).
002780        01  WS-TC-SUB                     PIC 9(02).
002790        01  WS-TC-FOUND                   PIC 9(02).
002800        01  WS-TERM-START                 PIC 9(08).
002810       * THE STUDENT'S LATEST AND PREVIOUS TERMHIST TERMS.
002820        01  WS-LAST-START                 PIC 9(08).
002830        01  WS-LAST-AVG                   PIC 9(03)V9(02).
002840        01  WS-PREV-START                 PIC 9(08).
002850        01  WS-PREV-AVG                   PIC 9(03)V9(02).
002860        01  WS-HIST-TERMS                 PIC 9(03).
002870        01  WS-AVG-DROP                   PIC S9(03)V9(02).
002880        01  WS-ABSENT-DAYS                PIC 9(03).
002890        01  WS-ABSENT-FLAG                PIC X(03).
002900        01  WS-PERIOD-SUB                 PIC 9(01).
002910        01  WS-SCORE                      PIC 9(03).
002920        01  WS-FIRED                      PIC X(11).
002930        01  WS-FIRED-PTR                  PIC 9(02).
002940        01  WS-FIRED-CODE                 PIC X(02).
002950        01  WS-PREV-CNSL                  PIC 9(04) VALUE 9999.
002960        01  WS-FIRST-CNSL                 PIC X(03) VALUE "YES".
002970        01  WS-CHANGE                     PIC S9(03).
002980        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002990        01  WS-TITLE-LINE.
003000            05 FILLER                     PIC X(38)
003010                     VALUE "EARLY-WARNING AT-RISK LIST - RUN DATE ".
003020            05 WS-TL-DATE                 PIC X(08).
003030            05 FILLER                     PIC X(13)
003040                     VALUE "  THRESHOLD: ".
003050            05 WS-TL-THRESHOLD            PIC ZZ9.
003060            05 FILLER                     PIC X(18) VALUE SPACES.
003070        01  WS-CNSL-LINE.
003080            05 FILLER                     PIC X(10) VALUE "COUNSELOR ".
003090            05 WS-CL-CNSL-NO              PIC 9(04).
003100            05 FILLER                     PIC X(02) VALUE SPACES.
003110            05 WS-CL-CNSL-NAME            PIC X(30).
003120            05 FILLER                     PIC X(34) VALUE SPACES.
003130        01  WS-COLUMN-LINE.
003140            05 FILLER                     PIC X(08) VALUE "ENROLL".
003150            05 FILLER                     PIC X(32) VALUE "NAME".
003160            05 FILLER                     PIC X(07) VALUE "SCORE".
003170            05 FILLER                     PIC X(07) VALUE "LAST".
003180            05 FILLER                     PIC X(08) VALUE "CHANGE".
003190            05 FILLER                     PIC X(18) VALUE "INDICATORS".
003200        01  WS-DETAIL-LINE.
003210            05 WS-DL-ENROLL-NO            PIC 9(06).
003220            05 FILLER                     PIC X(02) VALUE SPACES.
003230            05 WS-DL-SNAME                PIC X(30).
003240            05 FILLER                     PIC X(02) VALUE SPACES.
003250            05 WS-DL-SCORE                PIC ZZ9.
003260            05 FILLER                     PIC X(04) VALUE SPACES.
003270            05 WS-DL-LAST                 PIC X(03).
003280            05 FILLER                     PIC X(04) VALUE SPACES.
003290            05 WS-DL-CHANGE               PIC X(04).
003300            05 FILLER                     PIC X(04) VALUE SPACES.
003310            05 WS-DL-FIRED                PIC X(11).
003320            05 FILLER                     PIC X(07) VALUE SPACES.
003330        01  WS-LAST-EDIT                  PIC ZZ9.
003340        01  WS-CHANGE-EDIT                PIC +ZZ9.
003350        01  WS-TRAILER.
003360            05 FILLER                     PIC X(18)
003370                     VALUE "STUDENTS SCORED:  ".
003380            05 WS-TR-SCORED               PIC ZZZ,ZZ9.
003390            05 FILLER                     PIC X(18)
003400                     VALUE "   OVER THRESHOLD:".
003410            05 WS-TR-LISTED               PIC ZZZ,ZZ9.
003420            05 FILLER                     PIC X(30) VALUE SPACES.
003430        COPY SPGM0905L.
003440        COPY SPGM0906L.
003450        COPY SPGMABNL.
003460        PROCEDURE DIVISION.
003470       ******************************************************************
003480       * MAIN PROGRAM FLOW.
003490       ******************************************************************
003500        00000-MAIN-PARA.
003510            PERFORM 05000-ACCEPT-PARA.
003520            IF  WS-ERROR-FLAG              NOT = "YES"
003530                PERFORM 10000-INITIALIZE-PARA
003540            END-IF.
003550            IF  WS-ERROR-FLAG              NOT = "YES"
003560                PERFORM 12000-LOAD-IND-PARA
003570                    UNTIL WS-IND-EOF       = "YES"
003580                PERFORM 14000-LOAD-STND-PARA
003590                    UNTIL WS-STND-EOF      = "YES"
003600                PERFORM 16000-LOAD-PRIOR-PARA
003610                    UNTIL WS-PRIOR-EOF     = "YES"
003620                SORT SORT-FILE
003630                    ON ASCENDING KEY SR-CNSL-NO
003640                    ON DESCENDING KEY SR-SCORE
003650                    ON ASCENDING KEY SR-ENROLL-NO
003660                    INPUT PROCEDURE IS 20000-SCORE-PARA
003670                    OUTPUT PROCEDURE IS 25000-LISTING-PARA
003680                MOVE WS-STUD-COUNT         TO WS-TR-SCORED
003690                MOVE WS-LISTED-COUNT       TO WS-TR-LISTED
003700                MOVE WS-HEADER1            TO RS-REPORT-REC
003710                WRITE RS-REPORT-REC
003720                MOVE WS-TRAILER            TO RS-REPORT-REC
003730                WRITE RS-REPORT-REC
003740            END-IF.
003750            PERFORM 30000-CLOSE-PARA.
003760            STOP RUN.
003770       ******************************************************************
003780       * ACCEPT AND PARSE THE THRESHOLD= CONTROL CARD (DEFAULT 050).
003790       ******************************************************************
003800        05000-ACCEPT-PARA.
003810            MOVE SPACES                    TO WS-PARM-CARD.
003820            ACCEPT WS-PARM-CARD.
003830            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003840            MOVE "THRESHOLD"               TO LK-PA-KEYWORD.
003850            SET LK-PA-NUMERIC              TO TRUE.
003860            MOVE 1                         TO LK-PA-MIN-VALUE.
003870            MOVE 999                       TO LK-PA-MAX-VALUE.
003880            MOVE "50"                      TO LK-PA-DEFAULT.
003890            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003900            IF  LK-PA-BAD
003910                DISPLAY "BAD THRESHOLD= CARD - RUN REFUSED."
003920                MOVE 16                    TO RETURN-CODE
003930                MOVE "YES"                 TO WS-ERROR-FLAG
003940            ELSE
003950                MOVE LK-PA-NUM-VALUE       TO WS-THRESHOLD
003960            END-IF.
003970       ******************************************************************
003980       * OPEN ALL FILES. A MISSING PRIOR RISK HISTORY (STATUS 35) IS A
003990       * FIRST RUN - EVERY STUDENT SHOWS AS NEW. A MISSING HOLDFILE
004000       * OR ASGNFILE IS ALSO TOLERATED: NO HOLDS, NO ASSIGNMENTS.
004010       ******************************************************************
004020        10000-INITIALIZE-PARA.
004030            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
004040            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY-NUM.
004050            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TL-DATE.
004060            MOVE WS-THRESHOLD              TO WS-TL-THRESHOLD.
004070            OPEN INPUT STUD-FILE.
004080            IF WS-STUD-FS                 NOT = "00"
004090               DISPLAY "STUDFILE ACCESS ERROR."
004100               MOVE "CEXM1031"            TO LK-PGM-ID
004110               MOVE "STUDOUT"             TO LK-FILE-ID
004120               MOVE WS-STUD-FS            TO LK-FILE-STATUS
004130               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004140               IF  LK-ABEND-YES
004150                   MOVE 16                TO RETURN-CODE
004160                   MOVE "YES"             TO WS-ERROR-FLAG
004170               END-IF
004180            END-IF.
004190            OPEN INPUT IND-FILE.
004200            IF WS-IND-FS                  NOT = "00"
004210               DISPLAY "RISKIND ACCESS ERROR."
004220               MOVE "CEXM1031"            TO LK-PGM-ID
004230               MOVE "RISKIND"             TO LK-FILE-ID
004240               MOVE WS-IND-FS             TO LK-FILE-STATUS
004250               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004260               IF  LK-ABEND-YES
004270                   MOVE 16                TO RETURN-CODE
004280                   MOVE "YES"             TO WS-ERROR-FLAG
004290               END-IF
004300            END-IF.
004310            OPEN INPUT STND-FILE.
004320            IF WS-STND-FS                 = "35"
004330               DISPLAY "NO STANDING FILE - ST NOT SCORED."
004340               MOVE "YES"                 TO WS-STND-EOF
004350               MOVE "NO"                  TO WS-STND-AVAIL
004360            ELSE
004370               IF WS-STND-FS              NOT = "00"
004380                  DISPLAY "STNDFILE ACCESS ERROR."
004390                  MOVE "CEXM1031"         TO LK-PGM-ID
004400                  MOVE "STNDFILE"         TO LK-FILE-ID
004410                  MOVE WS-STND-FS         TO LK-FILE-STATUS
004420                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
004430                  IF  LK-ABEND-YES
004440                      MOVE 16             TO RETURN-CODE
004450                      MOVE "YES"          TO WS-ERROR-FLAG
004460                  END-IF
004470               END-IF
004480            END-IF.
004490            OPEN INPUT ATT-FILE.
004500            IF WS-ATT-FS                  NOT = "00"
004510               DISPLAY "ATTFILE ACCESS ERROR."
004520               MOVE "CEXM1031"            TO LK-PGM-ID
004530               MOVE "ATTFILE"             TO LK-FILE-ID
004540               MOVE WS-ATT-FS             TO LK-FILE-STATUS
004550               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004560               IF  LK-ABEND-YES
004570                   MOVE 16                TO RETURN-CODE
004580                   MOVE "YES"             TO WS-ERROR-FLAG
004590               END-IF
004600            END-IF.
004610            OPEN INPUT HOLD-FILE.
004620            IF WS-HOLD-FS                 = "35"
004630               MOVE "NO"                  TO WS-HOLD-AVAIL
004640            END-IF.
004650            IF WS-HOLD-FS                 NOT = "00"
004660               AND WS-HOLD-FS             NOT = "35"
004670               DISPLAY "HOLDFILE ACCESS ERROR."
004680               MOVE "CEXM1031"            TO LK-PGM-ID
004690               MOVE "HOLDFILE"            TO LK-FILE-ID
004700               MOVE WS-HOLD-FS            TO LK-FILE-STATUS
004710               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004720               IF  LK-ABEND-YES
004730                   MOVE 16                TO RETURN-CODE
004740                   MOVE "YES"             TO WS-ERROR-FLAG
004750               END-IF
004760            END-IF.
004770            OPEN INPUT HIST-FILE.
004780            IF WS-HIST-FS                 NOT = "00"
004790               DISPLAY "TERMHIST ACCESS ERROR."
004800               MOVE "CEXM1031"            TO LK-PGM-ID
004810               MOVE "TERMHIST"            TO LK-FILE-ID
004820               MOVE WS-HIST-FS            TO LK-FILE-STATUS
004830               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004840               IF  LK-ABEND-YES
004850                   MOVE 16                TO RETURN-CODE
004860                   MOVE "YES"             TO WS-ERROR-FLAG
004870               END-IF
004880            END-IF.
004890            OPEN INPUT TERM-FILE.
004900            IF WS-TERM-FS                 NOT = "00"
004910               DISPLAY "TERMCTL ACCESS ERROR."
004920               MOVE "CEXM1031"            TO LK-PGM-ID
004930               MOVE "TERMCTL"             TO LK-FILE-ID
004940               MOVE WS-TERM-FS            TO LK-FILE-STATUS
004950               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004960               IF  LK-ABEND-YES
004970                   MOVE 16                TO RETURN-CODE
004980                   MOVE "YES"             TO WS-ERROR-FLAG
004990               END-IF
005000            END-IF.
005010            OPEN INPUT ASGN-FILE.
005020            IF WS-ASGN-FS                 = "35"
005030               MOVE "NO"                  TO WS-ASGN-AVAIL
005040            END-IF.
005050            IF WS-ASGN-FS                 NOT = "00"
005060               AND WS-ASGN-FS             NOT = "35"
005070               DISPLAY "ASGNFILE ACCESS ERROR."
005080               MOVE "CEXM1031"            TO LK-PGM-ID
005090               MOVE "ASGNFILE"            TO LK-FILE-ID
005100               MOVE WS-ASGN-FS            TO LK-FILE-STATUS
005110               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005120               IF  LK-ABEND-YES
005130                   MOVE 16                TO RETURN-CODE
005140                   MOVE "YES"             TO WS-ERROR-FLAG
005150               END-IF
005160            END-IF.
005170            OPEN INPUT CNSL-FILE.
005180            IF WS-CNSL-FS                 = "35"
005190               MOVE "NO"                  TO WS-CNSL-AVAIL
005200            END-IF.
005210            IF WS-CNSL-FS                 NOT = "00"
005220               AND WS-CNSL-FS             NOT = "35"
005230               DISPLAY "CNSLFILE ACCESS ERROR."
005240               MOVE "CEXM1031"            TO LK-PGM-ID
005250               MOVE "CNSLFILE"            TO LK-FILE-ID
005260               MOVE WS-CNSL-FS            TO LK-FILE-STATUS
005270               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005280               IF  LK-ABEND-YES
005290                   MOVE 16                TO RETURN-CODE
005300                   MOVE "YES"             TO WS-ERROR-FLAG
005310               END-IF
005320            END-IF.
005330            OPEN INPUT RISK-IN-FILE.
005340            IF WS-RISK-IN-FS              = "35"
005350               DISPLAY "NO PRIOR RISK HISTORY - FIRST RUN."
005360               MOVE "YES"                 TO WS-PRIOR-EOF
005370               MOVE "NO"                  TO WS-PRIOR-AVAIL
005380            ELSE
005390               IF WS-RISK-IN-FS           NOT = "00"
005400                  DISPLAY "RISKIN ACCESS ERROR."
005410                  MOVE "CEXM1031"         TO LK-PGM-ID
005420                  MOVE "RISKIN"           TO LK-FILE-ID
005430                  MOVE WS-RISK-IN-FS      TO LK-FILE-STATUS
005440                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
005450                  IF  LK-ABEND-YES
005460                      MOVE 16             TO RETURN-CODE
005470                      MOVE "YES"          TO WS-ERROR-FLAG
005480                  END-IF
005490               END-IF
005500            END-IF.
005510            OPEN OUTPUT RISK-OUT-FILE.
005520            IF WS-RISK-OUT-FS             NOT = "00"
005530               DISPLAY "RISKOUT ACCESS ERROR."
005540               MOVE "CEXM1031"            TO LK-PGM-ID
005550               MOVE "RISKOUT"             TO LK-FILE-ID
005560               MOVE WS-RISK-OUT-FS        TO LK-FILE-STATUS
005570               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005580               IF  LK-ABEND-YES
005590                   MOVE 16                TO RETURN-CODE
005600                   MOVE "YES"             TO WS-ERROR-FLAG
005610               END-IF
005620            END-IF.
005630            OPEN OUTPUT REPORT-FILE.
005640            IF WS-REPORT-FS               NOT = "00"
005650               DISPLAY "RISKRPT ACCESS ERROR."
005660               MOVE "CEXM1031"            TO LK-PGM-ID
005670               MOVE "RISKRPT"             TO LK-FILE-ID
005680               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
005690               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005700               IF  LK-ABEND-YES
005710                   MOVE 16                TO RETURN-CODE
005720                   MOVE "YES"             TO WS-ERROR-FLAG
005730               END-IF
005740            ELSE
005750               MOVE WS-HEADER1            TO RS-REPORT-REC
005760               WRITE RS-REPORT-REC
005770               MOVE WS-TITLE-LINE         TO RS-REPORT-REC
005780               WRITE RS-REPORT-REC
005790            END-IF.
005800       ******************************************************************
005810       * LOAD ONE INDICATOR FROM RISKIND.
005820       ******************************************************************
005830        12000-LOAD-IND-PARA.
005840            READ IND-FILE
005850            AT END
005860                MOVE "YES"                 TO WS-IND-EOF
005870            NOT AT END
005880                IF  IX-WEIGHT              NOT NUMERIC
005890                    OR IX-LIMIT            NOT NUMERIC
005900                    OR IX-WINDOW           NOT NUMERIC
005910                    DISPLAY "RISKIND " IX-IND-CODE
005920                        " NOT NUMERIC - IGNORED."
005930                ELSE
005940                    EVALUATE IX-IND-CODE
005950                        WHEN "AB"
005960                            MOVE IX-WEIGHT TO WS-AB-WEIGHT
005970                            MOVE IX-LIMIT  TO WS-AB-LIMIT
005980                            MOVE IX-WINDOW TO WS-AB-WINDOW
005990                            IF  WS-AB-WINDOW = 0
006000                                MOVE 28    TO WS-AB-WINDOW
006010                            END-IF
006020                        WHEN "ST"
006030                            MOVE IX-WEIGHT TO WS-ST-WEIGHT
006040                        WHEN "HD"
006050                            MOVE IX-WEIGHT TO WS-HD-WEIGHT
006060                        WHEN "MK"
006070                            MOVE IX-WEIGHT TO WS-MK-WEIGHT
006080                            MOVE IX-LIMIT  TO WS-MK-LIMIT
006090                        WHEN OTHER
006100                            DISPLAY "RISKIND CODE " IX-IND-CODE
006110                                " UNKNOWN - IGNORED."
006120                    END-EVALUATE
006130                END-IF
006140            END-READ.
006150       ******************************************************************
006160       * LOAD THE CEXM923 STANDINGS KEYED BY ENROLL NUMBER.
006170       ******************************************************************
006180        14000-LOAD-STND-PARA.
006190            READ STND-FILE
006200            AT END
006210                MOVE "YES"                 TO WS-STND-EOF
006220            NOT AT END
006230                IF  WS-STND-COUNT          < 9999
006240                    ADD 1                  TO WS-STND-COUNT
006250                    MOVE NS-ENROLL-NO
006260                        TO WS-SD-ENROLL-NO(WS-STND-COUNT)
006270                    MOVE NS-STANDING
006280                        TO WS-SD-STANDING(WS-STND-COUNT)
006290                END-IF
006300            END-READ.
006310       ******************************************************************
006320       * LOAD LAST WEEK'S SCORES KEYED BY ENROLL NUMBER.
006330       ******************************************************************
006340        16000-LOAD-PRIOR-PARA.
006350            READ RISK-IN-FILE
006360            AT END
006370                MOVE "YES"                 TO WS-PRIOR-EOF
006380            NOT AT END
006390                IF  WS-PRIOR-COUNT         < 9999
006400                    ADD 1                  TO WS-PRIOR-COUNT
006410                    MOVE PR-ENROLL-NO
006420                        TO WS-PT-ENROLL-NO(WS-PRIOR-COUNT)
006430                    MOVE PR-SCORE
006440                        TO WS-PT-SCORE(WS-PRIOR-COUNT)
006450                END-IF
006460            END-READ.
006470       ******************************************************************
006480       * INPUT PROCEDURE: SCORE EVERY ACTIVE STUDENT.
006490       ******************************************************************
006500        20000-SCORE-PARA.
006510            PERFORM 21000-ONE-STUDENT-PARA
006520                UNTIL WS-ENDOFFILE         = "YES".
006530       ******************************************************************
006540       * READ ONE STUDENT, SCORE THE INDICATORS, WRITE THE NEW RISK
006550       * HISTORY AND RELEASE A STUDENT AT OR OVER THE THRESHOLD.
006560       ******************************************************************
006570        21000-ONE-STUDENT-PARA.
006580            READ STUD-FILE
006590            AT END
006600                MOVE "YES"                 TO WS-ENDOFFILE
006610            NOT AT END
006620                IF  FS-STUD-STATUS         NOT = "G"
006630                    AND FS-STUD-STATUS     NOT = "W"
006640                    ADD 1                  TO WS-STUD-COUNT
006650                    MOVE 0                 TO WS-SCORE
006660                    MOVE SPACES            TO WS-FIRED
006670                    MOVE 1                 TO WS-FIRED-PTR
006680                    IF  WS-AB-WEIGHT       > 0
006690                        PERFORM 22000-ABSENCE-PARA
006700                    END-IF
006710                    IF  WS-ST-WEIGHT       > 0
006720                        PERFORM 23000-STANDING-PARA
006730                    END-IF
006740                    IF  WS-HD-WEIGHT       > 0
006750                        PERFORM 23500-HOLD-PARA
006760                    END-IF
006770                    IF  WS-MK-WEIGHT       > 0
006780                        PERFORM 24000-MARKS-PARA
006790                    END-IF
006800                    MOVE SPACES            TO NR-RISK-REC
006810                    MOVE FS-ENROLL-NO      TO NR-ENROLL-NO
006820                    MOVE WS-SCORE          TO NR-SCORE
006830                    MOVE WS-FIRED          TO NR-FIRED
006840                    MOVE WS-TODAY-NUM      TO NR-RUN-DATE
006850                    WRITE NR-RISK-REC
006860                    IF  WS-SCORE           >= WS-THRESHOLD
006870                        PERFORM 24800-RELEASE-PARA
006880                    END-IF
006890                END-IF
006900            END-READ.
006910       ******************************************************************
006920       * AB: COUNT THE DAYS IN THE WINDOW WITH AN ABSENT PERIOD.
006930       ******************************************************************
006940        22000-ABSENCE-PARA.
006950            MOVE 0                         TO WS-ABSENT-DAYS.
006960            MOVE "NO"                      TO WS-ATT-DONE.
006970            MOVE FS-ENROLL-NO              TO AT-ENROLL-NO.
006980            MOVE 0                         TO AT-ATT-DATE.
006990            START ATT-FILE KEY IS >= AT-ATT-KEY
007000                INVALID KEY
007010                    MOVE "YES"             TO WS-ATT-DONE
007020            END-START.
007030            PERFORM 22200-ONE-DAY-PARA
007040                UNTIL WS-ATT-DONE          = "YES".
007050            IF  WS-ABSENT-DAYS             > 0
007060                AND WS-ABSENT-DAYS         >= WS-AB-LIMIT
007070                ADD WS-AB-WEIGHT           TO WS-SCORE
007080                MOVE "AB"                  TO WS-FIRED-CODE
007090                PERFORM 24900-ADD-FIRED-PARA
007100            END-IF.
007110        22200-ONE-DAY-PARA.
007120            READ ATT-FILE NEXT
007130            AT END
007140                MOVE "YES"                 TO WS-ATT-DONE
007150            NOT AT END
007160                IF  AT-ENROLL-NO           NOT = FS-ENROLL-NO
007170                    MOVE "YES"             TO WS-ATT-DONE
007180                ELSE
007190                    SET LK-DT-DIFF-DAYS    TO TRUE
007200                    MOVE WS-TODAY-NUM      TO LK-DT-DATE-1
007210                    MOVE AT-ATT-DATE       TO LK-DT-DATE-2
007220                    CALL 'SPGM0906'        USING LK-DATESVC-PARMS
007230                    IF  LK-DT-OK
007240                        AND LK-DT-RESULT   >= 0
007250                        AND LK-DT-RESULT   < WS-AB-WINDOW
007260                        MOVE "NO"          TO WS-ABSENT-FLAG
007270                        PERFORM 22400-CHECK-PERIOD-PARA
007280                            VARYING WS-PERIOD-SUB FROM 1 BY 1
007290                            UNTIL WS-PERIOD-SUB > 6
007300                        IF  WS-ABSENT-FLAG = "YES"
007310                            ADD 1          TO WS-ABSENT-DAYS
007320                        END-IF
007330                    END-IF
007340                END-IF
007350            END-READ.
007360        22400-CHECK-PERIOD-PARA.
007370            IF  AT-PERIOD-CODE(WS-PERIOD-SUB) = "A"
007380                MOVE "YES"                 TO WS-ABSENT-FLAG
007390            END-IF.
007400       ******************************************************************
007410       * ST: THE STUDENT'S CEXM923 STANDING IS ANYTHING BUT GOOD.
007420       ******************************************************************
007430        23000-STANDING-PARA.
007440            MOVE 0                         TO WS-STND-FOUND.
007450            PERFORM 23200-FIND-STND-PARA
007460                VARYING WS-STND-SUB FROM 1 BY 1
007470                UNTIL WS-STND-SUB          > WS-STND-COUNT
007480                OR WS-STND-FOUND           NOT = 0.
007490            IF  WS-STND-FOUND              NOT = 0
007500                IF  WS-SD-STANDING(WS-STND-FOUND) NOT = "G"
007510                    AND WS-SD-STANDING(WS-STND-FOUND) NOT = SPACE
007520                    ADD WS-ST-WEIGHT       TO WS-SCORE
007530                    MOVE "ST"              TO WS-FIRED-CODE
007540                    PERFORM 24900-ADD-FIRED-PARA
007550                END-IF
007560            END-IF.
007570        23200-FIND-STND-PARA.
007580            IF  WS-SD-ENROLL-NO(WS-STND-SUB) = FS-ENROLL-NO
007590                MOVE WS-STND-SUB           TO WS-STND-FOUND
007600            END-IF.
007610       ******************************************************************
007620       * HD: AN ACTIVE HOLD ON HOLDFILE.
007630       ******************************************************************
007640        23500-HOLD-PARA.
007650            IF  WS-HOLD-AVAIL              = "YES"
007660                MOVE FS-ENROLL-NO          TO HD-ENROLL-NO
007670                READ HOLD-FILE
007680                    NOT INVALID KEY
007690                        IF  HD-STATUS      = "A"
007700                            ADD WS-HD-WEIGHT TO WS-SCORE
007710                            MOVE "HD"      TO WS-FIRED-CODE
007720                            PERFORM 24900-ADD-FIRED-PARA
007730                        END-IF
007740                END-READ
007750            END-IF.
007760       ******************************************************************
007770       * MK: FIND THE STUDENT'S TWO LATEST TERMHIST TERMS AND CHECK
007780       * HOW FAR THE AVERAGE FELL BETWEEN THEM.
007790       ******************************************************************
007800        24000-MARKS-PARA.
007810            MOVE 0                         TO WS-HIST-TERMS.
007820            MOVE 0                         TO WS-LAST-START
007830                                              WS-PREV-START.
007840            MOVE 0                         TO WS-LAST-AVG
007850                                              WS-PREV-AVG.
007860            MOVE "NO"                      TO WS-HIST-DONE.
007870            MOVE FS-ENROLL-NO              TO HS-ENROLL-NO.
007880            MOVE LOW-VALUES                TO HS-TERM-CODE.
007890            START HIST-FILE KEY IS >= HS-HIST-KEY
007900                INVALID KEY
007910                    MOVE "YES"             TO WS-HIST-DONE
007920            END-START.
007930            PERFORM 24200-ONE-TERM-PARA
007940                UNTIL WS-HIST-DONE         = "YES".
007950            IF  WS-HIST-TERMS              > 1
007960                COMPUTE WS-AVG-DROP = WS-PREV-AVG - WS-LAST-AVG
007970                IF  WS-AVG-DROP            > 0
007980                    AND WS-AVG-DROP        >= WS-MK-LIMIT
007990                    ADD WS-MK-WEIGHT       TO WS-SCORE
008000                    MOVE "MK"              TO WS-FIRED-CODE
008010                    PERFORM 24900-ADD-FIRED-PARA
008020                END-IF
008030            END-IF.
008040        24200-ONE-TERM-PARA.
008050            READ HIST-FILE NEXT
008060            AT END
008070                MOVE "YES"                 TO WS-HIST-DONE
008080            NOT AT END
008090                IF  HS-ENROLL-NO           NOT = FS-ENROLL-NO
008100                    MOVE "YES"             TO WS-HIST-DONE
008110                ELSE
008120                    ADD 1                  TO WS-HIST-TERMS
008130                    PERFORM 24400-TERM-START-PARA
008140                    EVALUATE TRUE
008150                        WHEN WS-TERM-START > WS-LAST-START
008160                            OR WS-HIST-TERMS = 1
008170                            MOVE WS-LAST-START TO WS-PREV-START
008180                            MOVE WS-LAST-AVG   TO WS-PREV-AVG
008190                            MOVE WS-TERM-START TO WS-LAST-START
008200                            MOVE HS-AVG-MARKS  TO WS-LAST-AVG
008210                        WHEN WS-TERM-START > WS-PREV-START
008220                            OR WS-HIST-TERMS = 2
008230                            MOVE WS-TERM-START TO WS-PREV-START
008240                            MOVE HS-AVG-MARKS  TO WS-PREV-AVG
008250                        WHEN OTHER
008260                            CONTINUE
008270                    END-EVALUATE
008280                END-IF
008290            END-READ.
008300       ******************************************************************
008310       * THE START DATE OF THE TERMHIST TERM, FROM TERMCTL (ONCE PER
008320       * TERM). A TERM NOT ON TERMCTL SORTS FIRST.
008330       ******************************************************************
008340        24400-TERM-START-PARA.
008350            MOVE 0                         TO WS-TC-FOUND.
008360            PERFORM 24600-FIND-TERM-PARA
008370                VARYING WS-TC-SUB FROM 1 BY 1
008380                UNTIL WS-TC-SUB            > WS-TC-COUNT
008390                OR WS-TC-FOUND             NOT = 0.
008400            IF  WS-TC-FOUND                NOT = 0
008410                MOVE WS-TC-START(WS-TC-FOUND) TO WS-TERM-START
008420            ELSE
008430                MOVE 0                     TO WS-TERM-START
008440                MOVE HS-TERM-CODE          TO TM-TERM-CODE
008450                READ TERM-FILE
008460                    NOT INVALID KEY
008470                        MOVE TM-START-DATE TO WS-TERM-START
008480                END-READ
008490                IF  WS-TC-COUNT            < 50
008500                    ADD 1                  TO WS-TC-COUNT
008510                    MOVE HS-TERM-CODE      TO WS-TC-TERM(WS-TC-COUNT)
008520                    MOVE WS-TERM-START     TO WS-TC-START(WS-TC-COUNT)
008530                END-IF
008540            END-IF.
008550        24600-FIND-TERM-PARA.
008560            IF  WS-TC-TERM(WS-TC-SUB)      = HS-TERM-CODE
008570                MOVE WS-TC-SUB             TO WS-TC-FOUND
008580            END-IF.
008590       ******************************************************************
008600       * RELEASE A STUDENT OVER THE THRESHOLD WITH THE COUNSELOR AND
008610       * LAST WEEK'S SCORE. AN UNASSIGNED STUDENT FILES UNDER 0000.
008620       ******************************************************************
008630        24800-RELEASE-PARA.
008640            ADD 1                          TO WS-LISTED-COUNT.
008650            MOVE SPACES                    TO SR-SORT-REC.
008660            MOVE 0                         TO SR-CNSL-NO.
008670            IF  WS-ASGN-AVAIL              = "YES"
008680                MOVE FS-ENROLL-NO          TO AG-ENROLL-NO
008690                READ ASGN-FILE
008700                    NOT INVALID KEY
008710                        MOVE AG-CNSL-NO    TO SR-CNSL-NO
008720                END-READ
008730            END-IF.
008740            MOVE WS-SCORE                  TO SR-SCORE.
008750            MOVE FS-ENROLL-NO              TO SR-ENROLL-NO.
008760            MOVE FS-SNAME                  TO SR-SNAME.
008770            MOVE WS-FIRED                  TO SR-FIRED.
008780            MOVE 0                         TO WS-PRIOR-FOUND.
008790            PERFORM 24850-FIND-PRIOR-PARA
008800                VARYING WS-PRIOR-SUB FROM 1 BY 1
008810                UNTIL WS-PRIOR-SUB         > WS-PRIOR-COUNT
008820                OR WS-PRIOR-FOUND          NOT = 0.
008830            IF  WS-PRIOR-FOUND             = 0
008840                MOVE 0                     TO SR-PRIOR-SCORE
008850                MOVE "N"                   TO SR-PRIOR-FOUND
008860            ELSE
008870                MOVE WS-PT-SCORE(WS-PRIOR-FOUND) TO SR-PRIOR-SCORE
008880                MOVE "Y"                   TO SR-PRIOR-FOUND
008890            END-IF.
008900            RELEASE SR-SORT-REC.
008910        24850-FIND-PRIOR-PARA.
008920            IF  WS-PT-ENROLL-NO(WS-PRIOR-SUB) = FS-ENROLL-NO
008930                MOVE WS-PRIOR-SUB          TO WS-PRIOR-FOUND
008940            END-IF.
008950       ******************************************************************
008960       * APPEND AN INDICATOR CODE TO THE FIRED LIST ("AB ST HD MK").
008970       ******************************************************************
008980        24900-ADD-FIRED-PARA.
008990            MOVE WS-FIRED-CODE   TO WS-FIRED(WS-FIRED-PTR:2).
009000            ADD 3                          TO WS-FIRED-PTR.
009010       ******************************************************************
009020       * OUTPUT PROCEDURE: PRINT THE LIST BY COUNSELOR.
009030       ******************************************************************
009040        25000-LISTING-PARA.
009050            PERFORM 25200-ONE-RETURN-PARA
009060                UNTIL WS-SORT-EOF          = "YES".
009070        25200-ONE-RETURN-PARA.
009080            RETURN SORT-FILE
009090            AT END
009100                MOVE "YES"                 TO WS-SORT-EOF
009110            NOT AT END
009120                IF  WS-FIRST-CNSL          = "YES"
009130                    OR SR-CNSL-NO          NOT = WS-PREV-CNSL
009140                    PERFORM 26000-CNSL-HEAD-PARA
009150                END-IF
009160                MOVE SR-ENROLL-NO          TO WS-DL-ENROLL-NO
009170                MOVE SR-SNAME              TO WS-DL-SNAME
009180                MOVE SR-SCORE              TO WS-DL-SCORE
009190                IF  SR-PRIOR-FOUND         = "Y"
009200                    MOVE SR-PRIOR-SCORE    TO WS-LAST-EDIT
009210                    MOVE WS-LAST-EDIT      TO WS-DL-LAST
009220                    COMPUTE WS-CHANGE = SR-SCORE - SR-PRIOR-SCORE
009230                    MOVE WS-CHANGE         TO WS-CHANGE-EDIT
009240                    MOVE WS-CHANGE-EDIT    TO WS-DL-CHANGE
009250                ELSE
009260                    MOVE "NEW"             TO WS-DL-LAST
009270                    MOVE SPACES            TO WS-DL-CHANGE
009280                END-IF
009290                MOVE SR-FIRED              TO WS-DL-FIRED
009300                MOVE WS-DETAIL-LINE        TO RS-REPORT-REC
009310                WRITE RS-REPORT-REC
009320            END-RETURN.
009330       ******************************************************************
009340       * PRINT THE HEADING FOR A COUNSELOR'S CASELOAD.
009350       ******************************************************************
009360        26000-CNSL-HEAD-PARA.
009370            MOVE "NO"                      TO WS-FIRST-CNSL.
009380            MOVE SR-CNSL-NO                TO WS-PREV-CNSL.
009390            MOVE SR-CNSL-NO                TO WS-CL-CNSL-NO.
009400            IF  SR-CNSL-NO                 = 0
009410                MOVE "UNASSIGNED"          TO WS-CL-CNSL-NAME
009420            ELSE
009430                MOVE "NOT ON CNSLFILE"     TO WS-CL-CNSL-NAME
009440                IF  WS-CNSL-AVAIL          = "YES"
009450                    MOVE SR-CNSL-NO        TO CN-CNSL-NO
009460                    READ CNSL-FILE
009470                        NOT INVALID KEY
009480                            MOVE CN-CNSL-NAME TO WS-CL-CNSL-NAME
009490                    END-READ
009500                END-IF
009510            END-IF.
009520            MOVE WS-HEADER1                TO RS-REPORT-REC.
009530            WRITE RS-REPORT-REC.
009540            MOVE WS-CNSL-LINE              TO RS-REPORT-REC.
009550            WRITE RS-REPORT-REC.
009560            MOVE WS-COLUMN-LINE            TO RS-REPORT-REC.
009570            WRITE RS-REPORT-REC.
009580       ******************************************************************
009590       * DISPLAY COUNTS AND CLOSE THE FILES.
009600       ******************************************************************
009610        30000-CLOSE-PARA.
009620            DISPLAY "STUDENTS SCORED    : " WS-STUD-COUNT.
009630            DISPLAY "OVER THE THRESHOLD : " WS-LISTED-COUNT.
009640            CLOSE STUD-FILE.
009650            CLOSE IND-FILE.
009660            IF  WS-STND-AVAIL              = "YES"
009670                CLOSE STND-FILE
009680            END-IF.
009690            CLOSE ATT-FILE.
009700            IF  WS-HOLD-AVAIL              = "YES"
009710                CLOSE HOLD-FILE
009720            END-IF.
009730            CLOSE HIST-FILE.
009740            CLOSE TERM-FILE.
009750            IF  WS-ASGN-AVAIL              = "YES"
009760                CLOSE ASGN-FILE
009770            END-IF.
009780            IF  WS-CNSL-AVAIL              = "YES"
009790                CLOSE CNSL-FILE
009800            END-IF.
009810            IF  WS-PRIOR-AVAIL             = "YES"
009820                CLOSE RISK-IN-FILE
009830            END-IF.
009840            CLOSE RISK-OUT-FILE.
009850            CLOSE REPORT-FILE.
