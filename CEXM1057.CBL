000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1057.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: RECORD-LEVEL ANONYMIZATION OF AGED ARCHIVE
000060       *  RECORDS. CEXM1016'S SWEEP RETIRES WHOLE DATASETS, BUT THE
000070       *  STUDENT-LEVEL FILES KEEP EVERY FORMER STUDENT'S PERSONAL
000080       *  DETAILS FOREVER. THIS RUN TABLES THE STUDARCH ARCHIVE, TAKES
000090       *  EACH ARCHIVED STUDENT'S LATEST CEXM914 STATUS DATE AS THE
000100       *  LEAVING DATE, AND WORKS OUT THE COMPLETED YEARS SINCE THEN
000110       *  THROUGH SPGM0906. A STUDENT BACK ON STUDFILE (RE-ADMITTED BY
000120       *  CEXM972) IS LEFT ALONE. EACH FILE HAS ITS OWN RETENTION
000130       *  PERIOD IN YEARS FROM A CONTROL CARD (VIA SPGM0905, DEFAULT 7),
000140       *  AND ONCE A STUDENT IS PAST A FILE'S PERIOD THE IDENTIFYING
000150       *  FIELDS ON THAT FILE ARE MASKED IN PLACE:
000160       *    STUDARCH  NAME MASKED
000170       *    TERMHIST  NAME MASKED ON EVERY TERM ROW
000180       *    DEMOFILE  BIRTH DATE BLANKED, GUARDIAN MASKED
000190       *    CONTFILE  CONTACT NAME MASKED, BOTH PHONES BLANKED
000200       *    JRNLHIST  NAME MASKED IN BOTH IMAGES OF EVERY CHANGE
000210       *              (UNDER THE STUDARCH PERIOD)
000220       *  ENROLLMENT NUMBERS, MARKS, STATUS, GENDER AND LANGUAGE ARE
000230       *  KEPT SO TRANSCRIPT STATISTICS STILL WORK. THE MASK VALUE
000240       *  ITSELF MARKS A RECORD AS DONE, SO A RE-RUN CHANGES NOTHING
000250       *  TWICE, AND CEXM973 READS IT TO ANSWER A TRANSCRIPT REQUEST
000260       *  WITH A RECORD ANONYMIZED NOTICE. ANONRPT IS THE CERTIFIED
000270       *  REGISTER - ONE LINE PER RECORD CHANGED (NO PERSONAL DATA),
000280       *  CONTROL TOTALS PER FILE AND A SIGN-OFF BLOCK.
000290       * STUDARCH: JEBA02.EMY.COBOL.STUDARCH
000300       * TERMHIST: JEBA02.EMY.COBOL.TERMHIST (INDEXED ON ENROLL+TERM)
000310       * DEMOFILE: JEBA02.EMY.COBOL.DEMOFILE (INDEXED ON ENROLL NO)
000320       * CONTFILE: JEBA02.EMY.COBOL.CONTFILE (INDEXED ON ENROLL+SEQ)
000330       * JRNLHIST: JEBA02.EMY.COBOL.JRNLHIST (INDEXED ON ENROLL+DATE+
000340       *           TIME+SEQ)
000350       * ANONRPT : JEBA02.EMY.COBOL.ANONRPT
000360       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000370       * ----------------------------------------------------------------
000380       * PRJ NO    NAME     DATE          MAINT DESC.
000390       * ----------------------------------------------------------------
000400       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000410       * JEBA02    EMY     09/26/2026    NAMES ALSO MASKED ON THE
000420       *                                 CEXM917 JRNLHIST CHANGE
000430       *                                 HISTORY SO THE PERMANENT
000440       *                                 JOURNAL DOES NOT OUTLIVE THE
000450       *                                 RETENTION PERIOD.
000460       ******************************************************************
000470        ENVIRONMENT DIVISION.
000480        INPUT-OUTPUT SECTION.
000490        FILE-CONTROL.
000500            SELECT ARCH-FILE
000510                ASSIGN TO STUDARCH
000520                ORGANIZATION IS SEQUENTIAL
000530                ACCESS MODE IS SEQUENTIAL
000540                FILE STATUS IS WS-ARCH-FS.
000550            SELECT HIST-FILE
000560                ASSIGN TO TERMHIST
000570                ORGANIZATION IS INDEXED
000580                ACCESS MODE IS DYNAMIC
000590                RECORD KEY IS HS-HIST-KEY
000600                FILE STATUS IS WS-HIST-FS.
000610            SELECT DEMO-FILE
000620                ASSIGN TO DEMOFILE
000630                ORGANIZATION IS INDEXED
000640                ACCESS MODE IS RANDOM
000650                RECORD KEY IS DS-ENROLL-NO
000660                FILE STATUS IS WS-DEMO-FS.
000670            SELECT CONT-FILE
000680                ASSIGN TO CONTFILE
000690                ORGANIZATION IS INDEXED
000700                ACCESS MODE IS DYNAMIC
000710                RECORD KEY IS CT-CONT-KEY
000720                FILE STATUS IS WS-CONT-FS.
000730            SELECT JHIST-FILE
000740                ASSIGN TO JRNLHIST
000750                ORGANIZATION IS INDEXED
000760                ACCESS MODE IS DYNAMIC
000770                RECORD KEY IS JH-HIST-KEY
000780                FILE STATUS IS WS-JHIST-FS.
000790            SELECT REPORT-FILE
000800                ASSIGN TO ANONRPT
000810                ORGANIZATION IS SEQUENTIAL
000820                ACCESS MODE IS SEQUENTIAL
000830                FILE STATUS IS WS-REPORT-FS.
000840        DATA DIVISION.
000850        FILE SECTION.
000860        FD  ARCH-FILE.
000870        01  AR-ARCH-REC.
000880            05  AR-ENROLL-NO              PIC 9(06).
000890            05  AR-SNAME                  PIC X(30).
000900            05  AR-MATHS-MARKS            PIC 9(03).
000910            05  AR-SCIENCE-MARKS          PIC 9(03).
000920            05  AR-COMPUTER-MARKS         PIC 9(03).
000930            05  AR-AVG-MARKS              PIC 9(03)V9(02).
000940            05  AR-STUD-STATUS            PIC X(01).
000950            05  AR-STATUS-DATE            PIC X(08).
000960            05  AR-CAMPUS-CODE            PIC X(02).
000970            05  FILLER                    PIC X(19).
000980        FD  HIST-FILE.
000990        01  HS-HIST-REC.
001000            05  HS-HIST-KEY.
001010                10  HS-ENROLL-NO          PIC 9(06).
001020                10  HS-TERM-CODE          PIC X(05).
001030            05  HS-SNAME                  PIC X(30).
001040            05  HS-MATHS-MARKS            PIC 9(03).
001050            05  HS-SCIENCE-MARKS          PIC 9(03).
001060            05  HS-COMPUTER-MARKS         PIC 9(03).
001070            05  HS-AVG-MARKS              PIC 9(03)V9(02).
001080            05  FILLER                    PIC X(25).
001090        FD  DEMO-FILE.
001100        01  DS-DEMO-REC.
001110            05  DS-ENROLL-NO              PIC 9(06).
001120            05  DS-DOB                    PIC X(08).
001130            05  DS-GENDER                 PIC X(01).
001140            05  DS-GUARDIAN               PIC X(30).
001150            05  FILLER                    PIC X(35).
001160        FD  CONT-FILE.
001170        01  CT-CONT-REC.
001180            05  CT-CONT-KEY.
001190                10  CT-ENROLL-NO          PIC 9(06).
001200                10  CT-CONT-SEQ           PIC 9(02).
001210            05  CT-CONT-NAME              PIC X(30).
001220            05  CT-RELATION               PIC X(10).
001230            05  CT-PHONE-1                PIC X(12).
001240            05  CT-PHONE-2                PIC X(12).
001250            05  CT-PRIORITY               PIC 9(02).
001260            05  FILLER                    PIC X(06).
001270        FD  JHIST-FILE.
001280        01  JH-HIST-REC.
001290            05  JH-HIST-KEY.
001300                10  JH-ENROLL-NO          PIC 9(06).
001310                10  JH-CHG-DATE           PIC X(08).
001320                10  JH-CHG-TIME           PIC X(06).
001330                10  JH-JRNL-SEQ           PIC 9(06).
001340            05  JH-JRNL-REC.
001350                10  JH-ACTION             PIC X(01).
001360                10  JH-RUN-DATE           PIC X(08).
001370                10  JH-JR-ENROLL-NO       PIC 9(06).
001380                10  JH-AFTER-ENROLL-NO    PIC X(06).
001390                10  JH-AFTER-SNAME        PIC X(30).
001400                10  FILLER                PIC X(44).
001410                10  JH-PROGRAM            PIC X(08).
001420                10  JH-RUN-TIME           PIC X(06).
001430                10  JH-BEFORE-ENROLL-NO   PIC X(06).
001440                10  JH-BEFORE-SNAME       PIC X(30).
001450                10  FILLER                PIC X(44).
001460                10  FILLER                PIC X(11).
001470            05  FILLER                    PIC X(14).
001480        FD  REPORT-FILE.
001490        01  RS-REPORT-REC                 PIC X(80).
001500        WORKING-STORAGE SECTION.
001510        01  WS-ARCH-FS                    PIC X(02).
001520        01  WS-HIST-FS                    PIC X(02).
001530        01  WS-DEMO-FS                    PIC X(02).
001540        01  WS-CONT-FS                    PIC X(02).
001550        01  WS-JHIST-FS                   PIC X(02).
001560        01  WS-REPORT-FS                  PIC X(02).
001570        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001580        01  WS-ARCH-EOF                   PIC X(03) VALUE "NO".
001590        01  WS-HIST-EOF                   PIC X(03).
001600        01  WS-CONT-EOF                   PIC X(03).
001610        01  WS-JHIST-EOF                  PIC X(03).
001620        01  WS-JHIST-AVAIL                PIC X(03) VALUE "YES".
001630        01  WS-JHIST-CHANGED              PIC X(03).
001640        01  WS-ARCH-AVAIL                 PIC X(03) VALUE "YES".
001650        01  WS-DEMO-AVAIL                 PIC X(03) VALUE "YES".
001660        01  WS-CONT-AVAIL                 PIC X(03) VALUE "YES".
001670        01  WS-CURRENT-DATE-DATA          PIC X(20).
001680        01  WS-TODAY                      PIC X(08).
001690        01  WS-TODAY-NUM REDEFINES WS-TODAY
001700                                          PIC 9(08).
001710        01  WS-PARM-CARD                  PIC X(80).
001720       * THE VALUE THAT REPLACES A NAME. CEXM973 AND CEXM1054 TEST FOR
001730       * THE SAME LITERAL.
001740        01  WS-ANON-MASK                  PIC X(30)
001750                                      VALUE "*** RECORD ANONYMIZED ***".
001760       * RETENTION PERIOD IN COMPLETED YEARS, ONE PER FILE.
001770        01  WS-CARD-KEYWORD               PIC X(10).
001780        01  WS-CARD-YEARS                 PIC 9(02).
001790        01  WS-ARCH-YEARS                 PIC 9(02).
001800        01  WS-HIST-YEARS                 PIC 9(02).
001810        01  WS-DEMO-YEARS                 PIC 9(02).
001820        01  WS-CONT-YEARS                 PIC 9(02).
001830       * COUNTS AND CONTROL TOTALS.
001840        01  WS-ARCH-READ                  PIC 9(06) VALUE 0.
001850        01  WS-NO-DATE-COUNT              PIC 9(06) VALUE 0.
001860        01  WS-ACTIVE-COUNT               PIC 9(06) VALUE 0.
001870        01  WS-ARCH-ANON                  PIC 9(06) VALUE 0.
001880        01  WS-HIST-ANON                  PIC 9(06) VALUE 0.
001890        01  WS-DEMO-ANON                  PIC 9(06) VALUE 0.
001900        01  WS-CONT-ANON                  PIC 9(06) VALUE 0.
001910        01  WS-JHIST-ANON                 PIC 9(06) VALUE 0.
001920        01  WS-TOTAL-ANON                 PIC 9(07) VALUE 0.
001930        01  WS-ENROLL-HASH                PIC 9(12) VALUE 0.
001940       * ONE ENTRY PER ARCHIVED STUDENT WITH THE LATEST LEAVING DATE
001950       * AND THE COMPLETED YEARS SINCE. AN-YEARS STAYS 0 FOR A
001960       * STUDENT BACK ON STUDFILE OR WITHOUT A USABLE DATE.
001970        01  WS-ANON-COUNT                 PIC 9(04) VALUE 0.
001980        01  WS-ANON-TABLE.
001990            05  WS-AN-ENTRY               OCCURS 9999 TIMES.
002000                10  WS-AN-ENROLL-NO       PIC 9(06).
002010                10  WS-AN-LEFT-DATE       PIC X(08).
002020                10  WS-AN-YEARS           PIC 9(03).
002030        01  WS-AN-SUB                     PIC 9(04).
002040        01  WS-AN-HIT                     PIC 9(04).
002050        01  WS-FIND-ENROLL                PIC 9(06).
002060        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002070        01  WS-RPT-TITLE.
002080            05 FILLER                     PIC X(40)
002090               VALUE "CERTIFIED REGISTER OF ANONYMIZED RECORDS".
002100            05 FILLER                     PIC X(10) VALUE " - RUN OF ".
002110            05 WS-RT-DATE                 PIC X(08).
002120            05 FILLER                     PIC X(22) VALUE SPACES.
002130        01  WS-PERIOD-LINE.
002140            05 FILLER                     PIC X(29)
002150               VALUE "RETENTION YEARS - STUDARCH: ".
002160            05 WS-PL-ARCH                 PIC Z9.
002170            05 FILLER                     PIC X(12) VALUE "  TERMHIST: ".
002180            05 WS-PL-HIST                 PIC Z9.
002190            05 FILLER                     PIC X(12) VALUE "  DEMOFILE: ".
002200            05 WS-PL-DEMO                 PIC Z9.
002210            05 FILLER                     PIC X(12) VALUE "  CONTFILE: ".
002220            05 WS-PL-CONT                 PIC Z9.
002230            05 FILLER                     PIC X(07) VALUE SPACES.
002240        01  WS-COLUMN-HEADER.
002250            05 FILLER                     PIC X(08) VALUE "ENROLL".
002260            05 FILLER                     PIC X(10) VALUE "FILE".
002270            05 FILLER                     PIC X(08) VALUE "RECORD".
002280            05 FILLER                     PIC X(10) VALUE "LEFT ON".
002290            05 FILLER                     PIC X(07) VALUE "YEARS".
002300            05 FILLER                     PIC X(37) VALUE "FIELDS".
002310        01  WS-REG-LINE.
002320            05 WS-RL-ENROLL-NO            PIC 9(06).
002330            05 FILLER                     PIC X(02) VALUE SPACES.
002340            05 WS-RL-FILE                 PIC X(08).
002350            05 FILLER                     PIC X(02) VALUE SPACES.
002360            05 WS-RL-RECORD               PIC X(05).
002370            05 FILLER                     PIC X(03) VALUE SPACES.
002380            05 WS-RL-LEFT-DATE            PIC X(08).
002390            05 FILLER                     PIC X(02) VALUE SPACES.
002400            05 WS-RL-YEARS                PIC ZZ9.
002410            05 FILLER                     PIC X(04) VALUE SPACES.
002420            05 WS-RL-FIELDS               PIC X(37).
002430        01  WS-TOTAL-LINE.
002440            05 WS-TT-LABEL                PIC X(40).
002450            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
002460            05 FILLER                     PIC X(33) VALUE SPACES.
002470        01  WS-HASH-LINE.
002480            05 FILLER                     PIC X(40)
002490               VALUE "ENROLLMENT NUMBER HASH TOTAL".
002500            05 WS-HL-HASH                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
002510            05 FILLER                     PIC X(25) VALUE SPACES.
002520        01  WS-CERT-LINE-1                PIC X(80) VALUE
002530            "I CERTIFY THAT THE RECORDS LISTED ABOVE WERE ANONYMIZED".
002540        01  WS-CERT-LINE-2                PIC X(80) VALUE
002550            "UNDER THE RECORDS RETENTION POLICY ON THE RUN DATE SHOWN.".
002560        01  WS-CERT-LINE-3                PIC X(80) VALUE
002570            "RECORDS OFFICER: ______________________  DATE: ________".
002580        COPY SPGM0901L.
002590        COPY SPGM0905L.
002600        COPY SPGM0906L.
002610        COPY SPGMABNL.
002620        PROCEDURE DIVISION.
002630       ******************************************************************
002640       * MAIN PROGRAM FLOW - TABLE THE ARCHIVE AND AGE EACH STUDENT,
002650       * THEN MASK THE ARCHIVE IN PLACE AND THE KEYED FILES BY STUDENT.
002660       ******************************************************************
002670        00000-MAIN-PARA.
002680            PERFORM 05000-ACCEPT-PARA.
002690            IF  WS-ERROR-FLAG              NOT = "YES"
002700                PERFORM 10000-INITIALIZE-PARA
002710            END-IF.
002720            IF  WS-ERROR-FLAG              NOT = "YES"
002730                PERFORM 12000-LOAD-ARCH-PARA
002740                    UNTIL WS-ARCH-EOF      = "YES"
002750                PERFORM 14000-AGE-STUDENT-PARA
002760                    VARYING WS-AN-SUB FROM 1 BY 1
002770                    UNTIL WS-AN-SUB        > WS-ANON-COUNT
002780                PERFORM 16000-REOPEN-ARCH-PARA
002790                PERFORM 20000-ARCH-PASS-PARA
002800                    UNTIL WS-ERROR-FLAG    = "YES"
002810                    OR    WS-ARCH-EOF      = "YES"
002820                PERFORM 22000-KEYED-PASS-PARA
002830                    VARYING WS-AN-SUB FROM 1 BY 1
002840                    UNTIL WS-AN-SUB        > WS-ANON-COUNT
002850                    OR    WS-ERROR-FLAG    = "YES"
002860                PERFORM 28000-TOTALS-PARA
002870            END-IF.
002880            PERFORM 30000-CLOSE-PARA.
002890            STOP RUN.
002900       ******************************************************************
002910       * ACCEPT THE FOUR RETENTION CARDS, ONE PER FILE, IN THE ORDER
002920       * STUDARCH=, TERMHIST=, DEMOFILE=, CONTFILE=.
002930       ******************************************************************
002940        05000-ACCEPT-PARA.
002950            MOVE "STUDARCH"                TO WS-CARD-KEYWORD.
002960            PERFORM 05100-PARSE-CARD-PARA.
002970            MOVE WS-CARD-YEARS             TO WS-ARCH-YEARS.
002980            MOVE "TERMHIST"                TO WS-CARD-KEYWORD.
002990            PERFORM 05100-PARSE-CARD-PARA.
003000            MOVE WS-CARD-YEARS             TO WS-HIST-YEARS.
003010            MOVE "DEMOFILE"                TO WS-CARD-KEYWORD.
003020            PERFORM 05100-PARSE-CARD-PARA.
003030            MOVE WS-CARD-YEARS             TO WS-DEMO-YEARS.
003040            MOVE "CONTFILE"                TO WS-CARD-KEYWORD.
003050            PERFORM 05100-PARSE-CARD-PARA.
003060            MOVE WS-CARD-YEARS             TO WS-CONT-YEARS.
003070        05100-PARSE-CARD-PARA.
003080            MOVE SPACES                    TO WS-PARM-CARD.
003090            ACCEPT WS-PARM-CARD.
003100            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003110            MOVE WS-CARD-KEYWORD           TO LK-PA-KEYWORD.
003120            SET LK-PA-NUMERIC              TO TRUE.
003130            MOVE 1                         TO LK-PA-MIN-VALUE.
003140            MOVE 99                        TO LK-PA-MAX-VALUE.
003150            MOVE "7"                       TO LK-PA-DEFAULT.
003160            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003170            IF  LK-PA-BAD
003180                DISPLAY "BAD " WS-CARD-KEYWORD
003190                    " RETENTION CARD - RUN REFUSED."
003200                MOVE 16                    TO RETURN-CODE
003210                MOVE "YES"                 TO WS-ERROR-FLAG
003220                MOVE 99                    TO WS-CARD-YEARS
003230            ELSE
003240                MOVE LK-PA-NUM-VALUE       TO WS-CARD-YEARS
003250            END-IF.
003260       ******************************************************************
003270       * OPEN THE FILES. NO STUDARCH MEANS NOTHING HAS BEEN ARCHIVED
003280       * YET; A MISSING DEMOFILE OR CONTFILE IS SIMPLY SKIPPED.
003290       ******************************************************************
003300        10000-INITIALIZE-PARA.
003310            MOVE SPACE                     TO LK-CHECK-FLAG.
003320            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003330            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY.
003340            OPEN INPUT ARCH-FILE.
003350            IF WS-ARCH-FS                  = "35"
003360               DISPLAY "NO STUDARCH ARCHIVE - NOTHING TO ANONYMIZE."
003370               MOVE "NO"                   TO WS-ARCH-AVAIL
003380               MOVE "YES"                  TO WS-ARCH-EOF
003390            ELSE
003400               IF WS-ARCH-FS               NOT = "00"
003410                  DISPLAY "STUDARCH ACCESS ERROR."
003420                  MOVE "CEXM1057"          TO LK-PGM-ID
003430                  MOVE "STUDARCH"          TO LK-FILE-ID
003440                  MOVE WS-ARCH-FS          TO LK-FILE-STATUS
003450                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
003460                  IF  LK-ABEND-YES
003470                      MOVE 16              TO RETURN-CODE
003480                      MOVE "YES"           TO WS-ERROR-FLAG
003490                  END-IF
003500               END-IF
003510            END-IF.
003520            OPEN I-O HIST-FILE.
003530            IF WS-HIST-FS                  NOT = "00"
003540               DISPLAY "TERMHIST ACCESS ERROR."
003550               MOVE "CEXM1057"             TO LK-PGM-ID
003560               MOVE "TERMHIST"             TO LK-FILE-ID
003570               MOVE WS-HIST-FS             TO LK-FILE-STATUS
003580               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003590               IF  LK-ABEND-YES
003600                   MOVE 16                 TO RETURN-CODE
003610                   MOVE "YES"              TO WS-ERROR-FLAG
003620               END-IF
003630            END-IF.
003640            OPEN I-O DEMO-FILE.
003650            IF WS-DEMO-FS                  = "35"
003660               MOVE "NO"                   TO WS-DEMO-AVAIL
003670            ELSE
003680               IF WS-DEMO-FS               NOT = "00"
003690                  DISPLAY "DEMOFILE ACCESS ERROR."
003700                  MOVE "CEXM1057"          TO LK-PGM-ID
003710                  MOVE "DEMOFILE"          TO LK-FILE-ID
003720                  MOVE WS-DEMO-FS          TO LK-FILE-STATUS
003730                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
003740                  IF  LK-ABEND-YES
003750                      MOVE 16              TO RETURN-CODE
003760                      MOVE "YES"           TO WS-ERROR-FLAG
003770                  END-IF
003780               END-IF
003790            END-IF.
003800            OPEN I-O CONT-FILE.
003810            IF WS-CONT-FS                  = "35"
003820               MOVE "NO"                   TO WS-CONT-AVAIL
003830            ELSE
003840               IF WS-CONT-FS               NOT = "00"
003850                  DISPLAY "CONTFILE ACCESS ERROR."
003860                  MOVE "CEXM1057"          TO LK-PGM-ID
003870                  MOVE "CONTFILE"          TO LK-FILE-ID
003880                  MOVE WS-CONT-FS          TO LK-FILE-STATUS
003890                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
003900                  IF  LK-ABEND-YES
003910                      MOVE 16              TO RETURN-CODE
003920                      MOVE "YES"           TO WS-ERROR-FLAG
003930                  END-IF
003940               END-IF
003950            END-IF.
003960            OPEN I-O JHIST-FILE.
003970            IF WS-JHIST-FS                 = "35"
003980               MOVE "NO"                   TO WS-JHIST-AVAIL
003990            ELSE
004000               IF WS-JHIST-FS              NOT = "00"
004010                  DISPLAY "JRNLHIST ACCESS ERROR."
004020                  MOVE "CEXM1057"          TO LK-PGM-ID
004030                  MOVE "JRNLHIST"          TO LK-FILE-ID
004040                  MOVE WS-JHIST-FS         TO LK-FILE-STATUS
004050                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
004060                  IF  LK-ABEND-YES
004070                      MOVE 16              TO RETURN-CODE
004080                      MOVE "YES"           TO WS-ERROR-FLAG
004090                  END-IF
004100               END-IF
004110            END-IF.
004120            OPEN OUTPUT REPORT-FILE.
004130            IF WS-REPORT-FS                NOT = "00"
004140               DISPLAY "ANONRPT ACCESS ERROR."
004150               MOVE "CEXM1057"             TO LK-PGM-ID
004160               MOVE "ANONRPT"              TO LK-FILE-ID
004170               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
004180               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004190               IF  LK-ABEND-YES
004200                   MOVE 16                 TO RETURN-CODE
004210                   MOVE "YES"              TO WS-ERROR-FLAG
004220               END-IF
004230            ELSE
004240               MOVE WS-TODAY               TO WS-RT-DATE
004250               MOVE WS-ARCH-YEARS          TO WS-PL-ARCH
004260               MOVE WS-HIST-YEARS          TO WS-PL-HIST
004270               MOVE WS-DEMO-YEARS          TO WS-PL-DEMO
004280               MOVE WS-CONT-YEARS          TO WS-PL-CONT
004290               MOVE WS-HEADER1             TO RS-REPORT-REC
004300               WRITE RS-REPORT-REC
004310               MOVE WS-RPT-TITLE           TO RS-REPORT-REC
004320               WRITE RS-REPORT-REC
004330               MOVE WS-PERIOD-LINE         TO RS-REPORT-REC
004340               WRITE RS-REPORT-REC
004350               MOVE WS-HEADER1             TO RS-REPORT-REC
004360               WRITE RS-REPORT-REC
004370               MOVE WS-COLUMN-HEADER       TO RS-REPORT-REC
004380               WRITE RS-REPORT-REC
004390               MOVE WS-HEADER1             TO RS-REPORT-REC
004400               WRITE RS-REPORT-REC
004410            END-IF.
004420       ******************************************************************
004430       * TABLE THE ARCHIVE. A STUDENT ARCHIVED MORE THAN ONCE KEEPS
004440       * THE LATEST STATUS DATE; A COPY WITHOUT A NUMERIC DATE IS NOT
004450       * USED TO AGE THE STUDENT.
004460       ******************************************************************
004470        12000-LOAD-ARCH-PARA.
004480            READ ARCH-FILE
004490            AT END
004500                MOVE "YES"                 TO WS-ARCH-EOF
004510            NOT AT END
004520                ADD 1                      TO WS-ARCH-READ
004530                MOVE AR-ENROLL-NO          TO WS-FIND-ENROLL
004540                PERFORM 12100-FIND-STUDENT-PARA
004550                IF  WS-AN-HIT              = 0
004560                    AND WS-ANON-COUNT      < 9999
004570                    ADD 1                  TO WS-ANON-COUNT
004580                    MOVE WS-ANON-COUNT     TO WS-AN-HIT
004590                    MOVE AR-ENROLL-NO
004600                        TO WS-AN-ENROLL-NO(WS-AN-HIT)
004610                    MOVE SPACES
004620                        TO WS-AN-LEFT-DATE(WS-AN-HIT)
004630                    MOVE 0                 TO WS-AN-YEARS(WS-AN-HIT)
004640                END-IF
004650                IF  WS-AN-HIT              > 0
004660                    AND AR-STATUS-DATE     NUMERIC
004670                    AND (WS-AN-LEFT-DATE(WS-AN-HIT) = SPACES
004680                    OR   AR-STATUS-DATE    > WS-AN-LEFT-DATE(WS-AN-HIT))
004690                    MOVE AR-STATUS-DATE
004700                        TO WS-AN-LEFT-DATE(WS-AN-HIT)
004710                END-IF
004720            END-READ.
004730        12100-FIND-STUDENT-PARA.
004740            MOVE 0                         TO WS-AN-HIT.
004750            PERFORM 12200-CHECK-STUDENT-PARA
004760                VARYING WS-AN-SUB FROM 1 BY 1
004770                UNTIL WS-AN-SUB            > WS-ANON-COUNT
004780                OR    WS-AN-HIT            > 0.
004790        12200-CHECK-STUDENT-PARA.
004800            IF  WS-AN-ENROLL-NO(WS-AN-SUB) = WS-FIND-ENROLL
004810                MOVE WS-AN-SUB             TO WS-AN-HIT
004820            END-IF.
004830       ******************************************************************
004840       * COMPLETED YEARS SINCE THE STUDENT LEFT. A STUDENT BACK ON
004850       * STUDFILE, OR WITH NO VALID LEAVING DATE, IS NEVER TOUCHED.
004860       ******************************************************************
004870        14000-AGE-STUDENT-PARA.
004880            MOVE WS-AN-ENROLL-NO(WS-AN-SUB) TO LK-ENROLL-NO.
004890            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
004900            IF  LK-FOUND
004910                ADD 1                      TO WS-ACTIVE-COUNT
004920            ELSE
004930                IF  WS-AN-LEFT-DATE(WS-AN-SUB) = SPACES
004940                    ADD 1                  TO WS-NO-DATE-COUNT
004950                ELSE
004960                    MOVE "VA"              TO LK-DT-FUNCTION
004970                    MOVE WS-AN-LEFT-DATE(WS-AN-SUB) TO LK-DT-DATE-1
004980                    CALL 'SPGM0906'        USING LK-DATESVC-PARMS
004990                    IF  LK-DT-BAD
005000                        ADD 1              TO WS-NO-DATE-COUNT
005010                    ELSE
005020                        MOVE "DY"          TO LK-DT-FUNCTION
005030                        MOVE WS-TODAY-NUM  TO LK-DT-DATE-1
005040                        MOVE WS-AN-LEFT-DATE(WS-AN-SUB)
005050                                           TO LK-DT-DATE-2
005060                        CALL 'SPGM0906'    USING LK-DATESVC-PARMS
005070                        IF  LK-DT-OK
005080                            AND LK-DT-RESULT > 0
005090                            MOVE LK-DT-RESULT
005100                                TO WS-AN-YEARS(WS-AN-SUB)
005110                        END-IF
005120                    END-IF
005130                END-IF
005140            END-IF.
005150       ******************************************************************
005160       * THE ARCHIVE IS SEQUENTIAL, SO IT IS READ AGAIN FROM THE TOP
005170       * FOR UPDATE AND EACH QUALIFYING COPY IS REWRITTEN IN PLACE.
005180       ******************************************************************
005190        16000-REOPEN-ARCH-PARA.
005200            IF  WS-ARCH-AVAIL              = "YES"
005210                CLOSE ARCH-FILE
005220                MOVE "NO"                  TO WS-ARCH-EOF
005230                OPEN I-O ARCH-FILE
005240                IF WS-ARCH-FS              NOT = "00"
005250                   DISPLAY "STUDARCH ACCESS ERROR."
005260                   MOVE "NO"               TO WS-ARCH-AVAIL
005270                   MOVE "YES"              TO WS-ARCH-EOF
005280                   MOVE "CEXM1057"         TO LK-PGM-ID
005290                   MOVE "STUDARCH"         TO LK-FILE-ID
005300                   MOVE WS-ARCH-FS         TO LK-FILE-STATUS
005310                   CALL 'SPGMABND'         USING LK-ABEND-PARMS
005320                   IF  LK-ABEND-YES
005330                       MOVE 16             TO RETURN-CODE
005340                       MOVE "YES"          TO WS-ERROR-FLAG
005350                   END-IF
005360                END-IF
005370            END-IF.
005380       ******************************************************************
005390       * MASK THE NAME ON AN ARCHIVE COPY PAST THE STUDARCH PERIOD.
005400       ******************************************************************
005410        20000-ARCH-PASS-PARA.
005420            READ ARCH-FILE
005430            AT END
005440                MOVE "YES"                 TO WS-ARCH-EOF
005450            NOT AT END
005460                MOVE AR-ENROLL-NO          TO WS-FIND-ENROLL
005470                PERFORM 12100-FIND-STUDENT-PARA
005480                IF  WS-AN-HIT              > 0
005490                    AND WS-AN-YEARS(WS-AN-HIT) >= WS-ARCH-YEARS
005500                    AND AR-SNAME           NOT = WS-ANON-MASK
005510                    MOVE WS-ANON-MASK      TO AR-SNAME
005520                    REWRITE AR-ARCH-REC
005530                    IF  WS-ARCH-FS         = "00"
005540                        ADD 1              TO WS-ARCH-ANON
005550                        MOVE "STUDARCH"    TO WS-RL-FILE
005560                        MOVE AR-STUD-STATUS TO WS-RL-RECORD
005570                        MOVE "NAME"        TO WS-RL-FIELDS
005580                        PERFORM 26000-REGISTER-PARA
005590                    ELSE
005600                        MOVE "STUDARCH"    TO LK-FILE-ID
005610                        MOVE WS-ARCH-FS    TO LK-FILE-STATUS
005620                        PERFORM 29000-UPDATE-ERROR-PARA
005630                    END-IF
005640                END-IF
005650            END-READ.
005660       ******************************************************************
005670       * ONE ARCHIVED STUDENT AGAINST THE KEYED FILES, EACH AGAINST
005680       * ITS OWN RETENTION PERIOD. THE CHANGE HISTORY CARRIES THE
005690       * STUDFILE NAME, SO IT FOLLOWS THE STUDARCH PERIOD.
005700       ******************************************************************
005710        22000-KEYED-PASS-PARA.
005720            MOVE WS-AN-SUB                 TO WS-AN-HIT.
005730            IF  WS-AN-YEARS(WS-AN-HIT)     > 0
005740                IF  WS-AN-YEARS(WS-AN-HIT) >= WS-HIST-YEARS
005750                    PERFORM 22100-HIST-STUDENT-PARA
005760                END-IF
005770                IF  WS-AN-YEARS(WS-AN-HIT) >= WS-DEMO-YEARS
005780                    AND WS-DEMO-AVAIL      = "YES"
005790                    AND WS-ERROR-FLAG      NOT = "YES"
005800                    PERFORM 23000-DEMO-STUDENT-PARA
005810                END-IF
005820                IF  WS-AN-YEARS(WS-AN-HIT) >= WS-CONT-YEARS
005830                    AND WS-CONT-AVAIL      = "YES"
005840                    AND WS-ERROR-FLAG      NOT = "YES"
005850                    PERFORM 24000-CONT-STUDENT-PARA
005860                END-IF
005870                IF  WS-AN-YEARS(WS-AN-HIT) >= WS-ARCH-YEARS
005880                    AND WS-JHIST-AVAIL     = "YES"
005890                    AND WS-ERROR-FLAG      NOT = "YES"
005900                    PERFORM 25000-JHIST-STUDENT-PARA
005910                END-IF
005920            END-IF.
005930       ******************************************************************
005940       * EVERY TERMHIST ROW FOR THE STUDENT - THE NAME GOES, THE
005950       * MARKS STAY.
005960       ******************************************************************
005970        22100-HIST-STUDENT-PARA.
005980            MOVE "NO"                      TO WS-HIST-EOF.
005990            MOVE WS-AN-ENROLL-NO(WS-AN-HIT) TO HS-ENROLL-NO.
006000            MOVE LOW-VALUES                TO HS-TERM-CODE.
006010            START HIST-FILE KEY IS >= HS-HIST-KEY
006020                INVALID KEY
006030                    MOVE "YES"             TO WS-HIST-EOF
006040            END-START.
006050            PERFORM 22200-HIST-ROW-PARA
006060                UNTIL WS-HIST-EOF          = "YES"
006070                OR    WS-ERROR-FLAG        = "YES".
006080        22200-HIST-ROW-PARA.
006090            READ HIST-FILE NEXT
006100            AT END
006110                MOVE "YES"                 TO WS-HIST-EOF
006120            NOT AT END
006130                IF  HS-ENROLL-NO
006140                    NOT = WS-AN-ENROLL-NO(WS-AN-HIT)
006150                    MOVE "YES"             TO WS-HIST-EOF
006160                ELSE
006170                    IF  HS-SNAME           NOT = WS-ANON-MASK
006180                        MOVE WS-ANON-MASK  TO HS-SNAME
006190                        REWRITE HS-HIST-REC
006200                        IF  WS-HIST-FS     = "00"
006210                            ADD 1          TO WS-HIST-ANON
006220                            MOVE "TERMHIST" TO WS-RL-FILE
006230                            MOVE HS-TERM-CODE TO WS-RL-RECORD
006240                            MOVE "NAME"    TO WS-RL-FIELDS
006250                            PERFORM 26000-REGISTER-PARA
006260                        ELSE
006270                            MOVE "TERMHIST" TO LK-FILE-ID
006280                            MOVE WS-HIST-FS TO LK-FILE-STATUS
006290                            PERFORM 29000-UPDATE-ERROR-PARA
006300                        END-IF
006310                    END-IF
006320                END-IF
006330            END-READ.
006340       ******************************************************************
006350       * THE DEMOGRAPHIC RECORD - BIRTH DATE AND GUARDIAN GO, GENDER
006360       * AND LANGUAGE STAY FOR THE STATISTICS.
006370       ******************************************************************
006380        23000-DEMO-STUDENT-PARA.
006390            MOVE WS-AN-ENROLL-NO(WS-AN-HIT) TO DS-ENROLL-NO.
006400            READ DEMO-FILE
006410                INVALID KEY
006420                    CONTINUE
006430                NOT INVALID KEY
006440                    IF  DS-GUARDIAN        NOT = WS-ANON-MASK
006450                        OR DS-DOB          NOT = SPACES
006460                        MOVE SPACES        TO DS-DOB
006470                        MOVE WS-ANON-MASK  TO DS-GUARDIAN
006480                        REWRITE DS-DEMO-REC
006490                        IF  WS-DEMO-FS     = "00"
006500                            ADD 1          TO WS-DEMO-ANON
006510                            MOVE "DEMOFILE" TO WS-RL-FILE
006520                            MOVE SPACES    TO WS-RL-RECORD
006530                            MOVE "BIRTH DATE, GUARDIAN"
006540                                           TO WS-RL-FIELDS
006550                            PERFORM 26000-REGISTER-PARA
006560                        ELSE
006570                            MOVE "DEMOFILE" TO LK-FILE-ID
006580                            MOVE WS-DEMO-FS TO LK-FILE-STATUS
006590                            PERFORM 29000-UPDATE-ERROR-PARA
006600                        END-IF
006610                    END-IF
006620            END-READ.
006630       ******************************************************************
006640       * EVERY EMERGENCY CONTACT FOR THE STUDENT - NAME AND PHONES GO,
006650       * RELATIONSHIP AND PRIORITY STAY.
006660       ******************************************************************
006670        24000-CONT-STUDENT-PARA.
006680            MOVE "NO"                      TO WS-CONT-EOF.
006690            MOVE WS-AN-ENROLL-NO(WS-AN-HIT) TO CT-ENROLL-NO.
006700            MOVE 0                         TO CT-CONT-SEQ.
006710            START CONT-FILE KEY IS >= CT-CONT-KEY
006720                INVALID KEY
006730                    MOVE "YES"             TO WS-CONT-EOF
006740            END-START.
006750            PERFORM 24100-CONT-ROW-PARA
006760                UNTIL WS-CONT-EOF          = "YES"
006770                OR    WS-ERROR-FLAG        = "YES".
006780        24100-CONT-ROW-PARA.
006790            READ CONT-FILE NEXT
006800            AT END
006810                MOVE "YES"                 TO WS-CONT-EOF
006820            NOT AT END
006830                IF  CT-ENROLL-NO
006840                    NOT = WS-AN-ENROLL-NO(WS-AN-HIT)
006850                    MOVE "YES"             TO WS-CONT-EOF
006860                ELSE
006870                    IF  CT-CONT-NAME       NOT = WS-ANON-MASK
006880                        OR CT-PHONE-1      NOT = SPACES
006890                        OR CT-PHONE-2      NOT = SPACES
006900                        MOVE WS-ANON-MASK  TO CT-CONT-NAME
006910                        MOVE SPACES        TO CT-PHONE-1
006920                        MOVE SPACES        TO CT-PHONE-2
006930                        REWRITE CT-CONT-REC
006940                        IF  WS-CONT-FS     = "00"
006950                            ADD 1          TO WS-CONT-ANON
006960                            MOVE "CONTFILE" TO WS-RL-FILE
006970                            MOVE CT-CONT-SEQ TO WS-RL-RECORD
006980                            MOVE "CONTACT NAME, PHONES"
006990                                           TO WS-RL-FIELDS
007000                            PERFORM 26000-REGISTER-PARA
007010                        ELSE
007020                            MOVE "CONTFILE" TO LK-FILE-ID
007030                            MOVE WS-CONT-FS TO LK-FILE-STATUS
007040                            PERFORM 29000-UPDATE-ERROR-PARA
007050                        END-IF
007060                    END-IF
007070                END-IF
007080            END-READ.
007090       ******************************************************************
007100       * EVERY JRNLHIST CHANGE FOR THE STUDENT - THE NAME GOES FROM
007110       * WHICHEVER IMAGES CARRY ONE; THE MARKS AND DATES STAY.
007120       ******************************************************************
007130        25000-JHIST-STUDENT-PARA.
007140            MOVE "NO"                      TO WS-JHIST-EOF.
007150            MOVE WS-AN-ENROLL-NO(WS-AN-HIT) TO JH-ENROLL-NO.
007160            MOVE LOW-VALUES                TO JH-CHG-DATE.
007170            MOVE LOW-VALUES                TO JH-CHG-TIME.
007180            MOVE 0                         TO JH-JRNL-SEQ.
007190            START JHIST-FILE KEY IS >= JH-HIST-KEY
007200                INVALID KEY
007210                    MOVE "YES"             TO WS-JHIST-EOF
007220            END-START.
007230            PERFORM 25100-JHIST-ROW-PARA
007240                UNTIL WS-JHIST-EOF         = "YES"
007250                OR    WS-ERROR-FLAG        = "YES".
007260        25100-JHIST-ROW-PARA.
007270            READ JHIST-FILE NEXT
007280            AT END
007290                MOVE "YES"                 TO WS-JHIST-EOF
007300            NOT AT END
007310                IF  JH-ENROLL-NO
007320                    NOT = WS-AN-ENROLL-NO(WS-AN-HIT)
007330                    MOVE "YES"             TO WS-JHIST-EOF
007340                ELSE
007350                    MOVE "NO"              TO WS-JHIST-CHANGED
007360                    IF  JH-AFTER-SNAME     NOT = SPACES
007370                        AND JH-AFTER-SNAME NOT = WS-ANON-MASK
007380                        MOVE WS-ANON-MASK  TO JH-AFTER-SNAME
007390                        MOVE "YES"         TO WS-JHIST-CHANGED
007400                    END-IF
007410                    IF  JH-BEFORE-SNAME    NOT = SPACES
007420                        AND JH-BEFORE-SNAME NOT = WS-ANON-MASK
007430                        MOVE WS-ANON-MASK  TO JH-BEFORE-SNAME
007440                        MOVE "YES"         TO WS-JHIST-CHANGED
007450                    END-IF
007460                    IF  WS-JHIST-CHANGED   = "YES"
007470                        REWRITE JH-HIST-REC
007480                        IF  WS-JHIST-FS    = "00"
007490                            ADD 1          TO WS-JHIST-ANON
007500                            MOVE "JRNLHIST" TO WS-RL-FILE
007510                            MOVE JH-ACTION TO WS-RL-RECORD
007520                            MOVE "NAME IN CHANGE IMAGES"
007530                                           TO WS-RL-FIELDS
007540                            PERFORM 26000-REGISTER-PARA
007550                        ELSE
007560                            MOVE "JRNLHIST" TO LK-FILE-ID
007570                            MOVE WS-JHIST-FS TO LK-FILE-STATUS
007580                            PERFORM 29000-UPDATE-ERROR-PARA
007590                        END-IF
007600                    END-IF
007610                END-IF
007620            END-READ.
007630       ******************************************************************
007640       * REGISTER ONE ANONYMIZED RECORD AND ADD IT TO THE CONTROL
007650       * TOTALS.
007660       ******************************************************************
007670        26000-REGISTER-PARA.
007680            MOVE WS-AN-ENROLL-NO(WS-AN-HIT) TO WS-RL-ENROLL-NO.
007690            MOVE WS-AN-LEFT-DATE(WS-AN-HIT) TO WS-RL-LEFT-DATE.
007700            MOVE WS-AN-YEARS(WS-AN-HIT)    TO WS-RL-YEARS.
007710            MOVE WS-REG-LINE               TO RS-REPORT-REC.
007720            WRITE RS-REPORT-REC.
007730            ADD 1                          TO WS-TOTAL-ANON.
007740            ADD WS-AN-ENROLL-NO(WS-AN-HIT) TO WS-ENROLL-HASH.
007750       ******************************************************************
007760       * CONTROL TOTALS AND THE CERTIFICATION BLOCK.
007770       ******************************************************************
007780        28000-TOTALS-PARA.
007790            MOVE WS-HEADER1                TO RS-REPORT-REC.
007800            WRITE RS-REPORT-REC.
007810            MOVE "ARCHIVE RECORDS READ"    TO WS-TT-LABEL.
007820            MOVE WS-ARCH-READ              TO WS-TT-COUNT.
007830            PERFORM 28100-TOTAL-LINE-PARA.
007840            MOVE "ARCHIVED STUDENTS"       TO WS-TT-LABEL.
007850            MOVE WS-ANON-COUNT             TO WS-TT-COUNT.
007860            PERFORM 28100-TOTAL-LINE-PARA.
007870            MOVE "SKIPPED - BACK ON STUDFILE" TO WS-TT-LABEL.
007880            MOVE WS-ACTIVE-COUNT           TO WS-TT-COUNT.
007890            PERFORM 28100-TOTAL-LINE-PARA.
007900            MOVE "SKIPPED - NO VALID STATUS DATE" TO WS-TT-LABEL.
007910            MOVE WS-NO-DATE-COUNT          TO WS-TT-COUNT.
007920            PERFORM 28100-TOTAL-LINE-PARA.
007930            MOVE "STUDARCH RECORDS ANONYMIZED" TO WS-TT-LABEL.
007940            MOVE WS-ARCH-ANON              TO WS-TT-COUNT.
007950            PERFORM 28100-TOTAL-LINE-PARA.
007960            MOVE "TERMHIST RECORDS ANONYMIZED" TO WS-TT-LABEL.
007970            MOVE WS-HIST-ANON              TO WS-TT-COUNT.
007980            PERFORM 28100-TOTAL-LINE-PARA.
007990            MOVE "DEMOFILE RECORDS ANONYMIZED" TO WS-TT-LABEL.
008000            MOVE WS-DEMO-ANON              TO WS-TT-COUNT.
008010            PERFORM 28100-TOTAL-LINE-PARA.
008020            MOVE "CONTFILE RECORDS ANONYMIZED" TO WS-TT-LABEL.
008030            MOVE WS-CONT-ANON              TO WS-TT-COUNT.
008040            PERFORM 28100-TOTAL-LINE-PARA.
008050            MOVE "JRNLHIST RECORDS ANONYMIZED" TO WS-TT-LABEL.
008060            MOVE WS-JHIST-ANON             TO WS-TT-COUNT.
008070            PERFORM 28100-TOTAL-LINE-PARA.
008080            MOVE "TOTAL RECORDS ANONYMIZED" TO WS-TT-LABEL.
008090            MOVE WS-TOTAL-ANON             TO WS-TT-COUNT.
008100            PERFORM 28100-TOTAL-LINE-PARA.
008110            MOVE WS-ENROLL-HASH            TO WS-HL-HASH.
008120            MOVE WS-HASH-LINE              TO RS-REPORT-REC.
008130            WRITE RS-REPORT-REC.
008140            MOVE WS-HEADER1                TO RS-REPORT-REC.
008150            WRITE RS-REPORT-REC.
008160            MOVE WS-CERT-LINE-1            TO RS-REPORT-REC.
008170            WRITE RS-REPORT-REC.
008180            MOVE WS-CERT-LINE-2            TO RS-REPORT-REC.
008190            WRITE RS-REPORT-REC.
008200            MOVE SPACES                    TO RS-REPORT-REC.
008210            WRITE RS-REPORT-REC.
008220            MOVE WS-CERT-LINE-3            TO RS-REPORT-REC.
008230            WRITE RS-REPORT-REC.
008240        28100-TOTAL-LINE-PARA.
008250            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
008260            WRITE RS-REPORT-REC.
008270       ******************************************************************
008280       * A REWRITE FAILED - STOP THE RUN.
008290       ******************************************************************
008300        29000-UPDATE-ERROR-PARA.
008310            DISPLAY LK-FILE-ID " UPDATE ERROR - STATUS " LK-FILE-STATUS
008320                " - ENROLL NO " WS-AN-ENROLL-NO(WS-AN-HIT).
008330            MOVE "CEXM1057"                TO LK-PGM-ID.
008340            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
008350            IF  LK-ABEND-YES
008360                MOVE 16                    TO RETURN-CODE
008370                MOVE "YES"                 TO WS-ERROR-FLAG
008380            END-IF.
008390       ******************************************************************
008400       * DISPLAY COUNTS AND CLOSE THE FILES.
008410       ******************************************************************
008420        30000-CLOSE-PARA.
008430            DISPLAY "ARCHIVE RECORDS READ  : " WS-ARCH-READ.
008440            DISPLAY "STUDARCH ANONYMIZED   : " WS-ARCH-ANON.
008450            DISPLAY "TERMHIST ANONYMIZED   : " WS-HIST-ANON.
008460            DISPLAY "DEMOFILE ANONYMIZED   : " WS-DEMO-ANON.
008470            DISPLAY "CONTFILE ANONYMIZED   : " WS-CONT-ANON.
008480            DISPLAY "JRNLHIST ANONYMIZED   : " WS-JHIST-ANON.
008490            IF  WS-ARCH-AVAIL              = "YES"
008500                CLOSE ARCH-FILE
008510            END-IF.
008520            CLOSE HIST-FILE.
008530            IF  WS-DEMO-AVAIL              = "YES"
008540                CLOSE DEMO-FILE
008550            END-IF.
008560            IF  WS-CONT-AVAIL              = "YES"
008570                CLOSE CONT-FILE
008580            END-IF.
008590            IF  WS-JHIST-AVAIL             = "YES"
008600                CLOSE JHIST-FILE
008610            END-IF.
008620            CLOSE REPORT-FILE.
