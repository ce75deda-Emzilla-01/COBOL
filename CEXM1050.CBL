000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1050.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: STATE CENSUS RECONCILIATION.
000060       *  COMPARES THE CEXM1049 SNAPSHOT FOR THE COUNT DATE ON THE
000070       *  COUNTDATE= CARD WITH THE CURRENT STUDFILE, MATCHING THE TWO
000080       *  IN ENROLL NUMBER ORDER, AND LISTS ON CENSCMP EVERY STUDENT
000090       *  WHO IS COUNTED DIFFERENTLY TODAY, WITH THE CEXM914 STATUS
000100       *  CHANGE (STATUS AND EFFECTIVE DATE) THAT EXPLAINS IT:
000110       *    - IN THE SNAPSHOT, NOW GRADUATED OR WITHDRAWN. A CHANGE
000120       *      EFFECTIVE ON OR BEFORE THE COUNT DATE IS FLAGGED
000130       *      BACKDATED - THE STUDENT SHOULD NOT HAVE BEEN COUNTED.
000140       *    - IN THE SNAPSHOT, NO LONGER ON STUDFILE.
000150       *    - ACTIVE NOW, NOT IN THE SNAPSHOT: REINSTATED AFTER THE
000160       *      COUNT DATE, REINSTATED WITH A BACKDATED EFFECTIVE DATE
000170       *      (SHOULD HAVE BEEN COUNTED), OR ADDED AFTER THE SNAPSHOT.
000180       *    - STILL ACTIVE BUT NOW AT A DIFFERENT CAMPUS.
000190       *  THE SNAPSHOT ITSELF IS NEVER CHANGED.
000200       * CENSFILE: JEBA02.EMY.COBOL.CENSFILE (INDEXED ON DATE+ENROLL)
000210       * STUDOUT : JEBA02.EMY.COBOL.STUDOUT (INDEXED ON ENROLL NO)
000220       * CENSCMP : JEBA02.EMY.COBOL.CENSCMP
000230       * ----------------------------------------------------------------
000240       * PRJ NO    NAME     DATE          MAINT DESC.
000250       * ----------------------------------------------------------------
000260       * JEBA02    EMY     09/25/2026    PROGRAM CREATED.
000270       ******************************************************************
000280        ENVIRONMENT DIVISION.
000290        INPUT-OUTPUT SECTION.
000300        FILE-CONTROL.
000310            SELECT CENS-FILE
000320                ASSIGN TO CENSFILE
000330                ORGANIZATION IS INDEXED
000340                ACCESS MODE IS DYNAMIC
000350                RECORD KEY IS CN-CENS-KEY
000360                FILE STATUS IS WS-CENS-FS.
000370            SELECT STUD-FILE
000380                ASSIGN TO STUDOUT
000390                ORGANIZATION IS INDEXED
000400                ACCESS MODE IS SEQUENTIAL
000410                RECORD KEY IS FS-ENROLL-NO
000420                FILE STATUS IS WS-STUD-FS.
000430            SELECT REPORT-FILE
000440                ASSIGN TO CENSCMP
000450                ORGANIZATION IS SEQUENTIAL
000460                ACCESS MODE IS SEQUENTIAL
000470                FILE STATUS IS WS-REPORT-FS.
000480        DATA DIVISION.
000490        FILE SECTION.
000500        FD  CENS-FILE.
000510        01  CN-CENS-REC.
000520            05  CN-CENS-KEY.
000530                10  CN-COUNT-DATE         PIC 9(08).
000540                10  CN-ENROLL-NO          PIC 9(06).
000550            05  CN-SNAME                  PIC X(30).
000560            05  CN-CAMPUS-CODE            PIC X(02).
000570            05  CN-AGE                    PIC 9(03).
000580            05  CN-AGE-BRACKET            PIC 9(01).
000590            05  CN-GENDER                 PIC X(01).
000600            05  CN-MEAL-CAT               PIC X(01).
000610            05  CN-TERM-CODE              PIC X(05).
000620            05  CN-CREDIT-LOAD            PIC 9(03).
000630            05  CN-LOAD-FLAG              PIC X(01).
000640            05  CN-STUD-STATUS            PIC X(01).
000650            05  CN-STATUS-DATE            PIC X(08).
000660            05  CN-SNAP-DATE              PIC X(08).
000670            05  FILLER                    PIC X(23).
000680        FD  STUD-FILE.
000690        01  FS-STUD-REC.
000700            05  FS-ENROLL-NO              PIC 9(06).
000710            05  FS-SNAME                  PIC X(30).
000720            05  FS-MATHS-MARKS            PIC 9(03).
000730            05  FS-SCIENCE-MARKS          PIC 9(03).
000740            05  FS-COMPUTER-MARKS         PIC 9(03).
000750            05  FS-AVG-MARKS              PIC 9(03)V9(02).
000760            05  FS-STUD-STATUS            PIC X(01).
000770            05  FS-STATUS-DATE            PIC X(08).
000780            05  FS-CAMPUS-CODE            PIC X(02).
000790            05  FILLER                    PIC X(19).
000800        FD  REPORT-FILE.
000810        01  RS-REPORT-REC                 PIC X(80).
000820        WORKING-STORAGE SECTION.
000830        01  WS-CENS-FS                    PIC X(02).
000840        01  WS-STUD-FS                    PIC X(02).
000850        01  WS-REPORT-FS                  PIC X(02).
000860        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000870        01  WS-CENS-EOF                   PIC X(03) VALUE "NO".
000880        01  WS-STUD-EOF                   PIC X(03) VALUE "NO".
000890        01  WS-PARM-CARD                  PIC X(80).
000900        01  WS-COUNT-DATE                 PIC 9(08).
000910        01  WS-CENS-KEY                   PIC 9(06).
000920        01  WS-STUD-KEY                   PIC 9(06).
000930        01  WS-CAMPUS                     PIC X(02).
000940        01  WS-CENS-COUNT                 PIC 9(06) VALUE 0.
000950        01  WS-ACTIVE-COUNT               PIC 9(06) VALUE 0.
000960        01  WS-LEFT-COUNT                 PIC 9(06) VALUE 0.
000970        01  WS-BACKOUT-COUNT              PIC 9(06) VALUE 0.
000980        01  WS-GONE-COUNT                 PIC 9(06) VALUE 0.
000990        01  WS-REINST-COUNT               PIC 9(06) VALUE 0.
001000        01  WS-BACKIN-COUNT               PIC 9(06) VALUE 0.
001010        01  WS-ADDED-COUNT                PIC 9(06) VALUE 0.
001020        01  WS-CAMPUS-COUNT               PIC 9(06) VALUE 0.
001030        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001040        01  WS-RPT-TITLE.
001050            05 FILLER                     PIC X(40)
001060               VALUE "STATE CENSUS RECONCILIATION - COUNT DATE".
001070            05 FILLER                     PIC X(01) VALUE SPACE.
001080            05 WS-RT-COUNT-DATE           PIC 9(08).
001090            05 FILLER                     PIC X(31) VALUE SPACES.
001100        01  WS-RPT-COLUMNS.
001110            05 FILLER                     PIC X(08) VALUE "ENROLL".
001120            05 FILLER                     PIC X(22) VALUE "NAME".
001130            05 FILLER                     PIC X(50) VALUE "DIFFERENCE".
001140        01  WS-DETAIL-LINE.
001150            05 WS-DL-ENROLL-NO            PIC 9(06).
001160            05 FILLER                     PIC X(02) VALUE SPACES.
001170            05 WS-DL-SNAME                PIC X(20).
001180            05 FILLER                     PIC X(02) VALUE SPACES.
001190            05 WS-DL-TEXT                 PIC X(50).
001200        01  WS-STATUS-TEXT.
001210            05 WS-ST-WORD                 PIC X(10).
001220            05 FILLER                     PIC X(05) VALUE " EFF ".
001230            05 WS-ST-DATE                 PIC X(08).
001240            05 FILLER                     PIC X(01) VALUE SPACE.
001250            05 WS-ST-NOTE                 PIC X(26).
001260        01  WS-CAMPUS-TEXT.
001270            05 FILLER                     PIC X(15) VALUE
001280               "CAMPUS CHANGED ".
001290            05 WS-CT-FROM                 PIC X(02).
001300            05 FILLER                     PIC X(04) VALUE " TO ".
001310            05 WS-CT-TO                   PIC X(02).
001320            05 FILLER                     PIC X(27) VALUE SPACES.
001330        01  WS-TOTAL-LINE.
001340            05 WS-TT-LABEL                PIC X(40).
001350            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
001360            05 FILLER                     PIC X(33) VALUE SPACES.
001370        COPY SPGM0905L.
001380        COPY SPGM0906L.
001390        COPY SPGMABNL.
001400        PROCEDURE DIVISION.
001410       ******************************************************************
001420       * MAIN PROGRAM FLOW.
001430       ******************************************************************
001440        00000-MAIN-PARA.
001450            PERFORM 05000-ACCEPT-PARA.
001460            IF  WS-ERROR-FLAG              NOT = "YES"
001470                PERFORM 10000-INITIALIZE-PARA
001480            END-IF.
001490            IF  WS-ERROR-FLAG              NOT = "YES"
001500                PERFORM 12000-POSITION-PARA
001510            END-IF.
001520            PERFORM 20000-PROCESS-PARA
001530              UNTIL WS-ERROR-FLAG = "YES"
001540              OR   (WS-CENS-EOF   = "YES"
001550              AND   WS-STUD-EOF   = "YES").
001560            IF  WS-ERROR-FLAG              NOT = "YES"
001570                PERFORM 28000-TOTALS-PARA
001580            END-IF.
001590            PERFORM 30000-CLOSE-PARA.
001600            STOP RUN.
001610       ******************************************************************
001620       * ACCEPT THE COUNTDATE= CARD NAMING THE SNAPSHOT TO RECONCILE.
001630       ******************************************************************
001640        05000-ACCEPT-PARA.
001650            MOVE SPACES                    TO WS-PARM-CARD.
001660            ACCEPT WS-PARM-CARD.
001670            MOVE WS-PARM-CARD              TO LK-PA-CARD.
001680            MOVE "COUNTDATE"               TO LK-PA-KEYWORD.
001690            SET LK-PA-NUMERIC              TO TRUE.
001700            MOVE 19000101                  TO LK-PA-MIN-VALUE.
001710            MOVE 20991231                  TO LK-PA-MAX-VALUE.
001720            MOVE SPACES                    TO LK-PA-DEFAULT.
001730            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
001740            MOVE LK-PA-NUM-VALUE           TO WS-COUNT-DATE.
001750            MOVE "VA"                      TO LK-DT-FUNCTION.
001760            MOVE WS-COUNT-DATE             TO LK-DT-DATE-1.
001770            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
001780            IF  LK-PA-BAD
001790                OR LK-PA-DEFAULTED
001800                OR LK-DT-BAD
001810                DISPLAY "BAD OR MISSING COUNTDATE= CARD - RUN REFUSED."
001820                MOVE 16                    TO RETURN-CODE
001830                MOVE "YES"                 TO WS-ERROR-FLAG
001840            END-IF.
001850       ******************************************************************
001860       * OPEN THE FILES.
001870       ******************************************************************
001880        10000-INITIALIZE-PARA.
001890            OPEN INPUT CENS-FILE.
001900            IF WS-CENS-FS                 NOT = "00"
001910               DISPLAY "CENSFILE ACCESS ERROR."
001920               MOVE "CEXM1050"            TO LK-PGM-ID
001930               MOVE "CENSFILE"            TO LK-FILE-ID
001940               MOVE WS-CENS-FS            TO LK-FILE-STATUS
001950               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001960               IF  LK-ABEND-YES
001970                   MOVE 16                TO RETURN-CODE
001980                   MOVE "YES"             TO WS-ERROR-FLAG
001990               END-IF
002000            END-IF.
002010            OPEN INPUT STUD-FILE.
002020            IF WS-STUD-FS                 NOT = "00"
002030               DISPLAY "STUDOUT ACCESS ERROR."
002040               MOVE "CEXM1050"            TO LK-PGM-ID
002050               MOVE "STUDOUT"             TO LK-FILE-ID
002060               MOVE WS-STUD-FS            TO LK-FILE-STATUS
002070               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002080               IF  LK-ABEND-YES
002090                   MOVE 16                TO RETURN-CODE
002100                   MOVE "YES"             TO WS-ERROR-FLAG
002110               END-IF
002120            END-IF.
002130            OPEN OUTPUT REPORT-FILE.
002140            IF WS-REPORT-FS               NOT = "00"
002150               DISPLAY "CENSCMP ACCESS ERROR."
002160               MOVE "CEXM1050"            TO LK-PGM-ID
002170               MOVE "CENSCMP"             TO LK-FILE-ID
002180               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
002190               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002200               IF  LK-ABEND-YES
002210                   MOVE 16                TO RETURN-CODE
002220                   MOVE "YES"             TO WS-ERROR-FLAG
002230               END-IF
002240            END-IF.
002250       ******************************************************************
002260       * POSITION CENSFILE ON THE COUNT DATE AND PRIME BOTH FILES. A
002270       * COUNT DATE WITH NO SNAPSHOT IS REFUSED.
002280       ******************************************************************
002290        12000-POSITION-PARA.
002300            MOVE WS-COUNT-DATE             TO CN-COUNT-DATE.
002310            MOVE 0                         TO CN-ENROLL-NO.
002320            START CENS-FILE KEY IS >= CN-CENS-KEY
002330                INVALID KEY
002340                    MOVE "YES"             TO WS-CENS-EOF
002350            END-START.
002360            PERFORM 21000-READ-CENS-PARA.
002370            IF  WS-CENS-EOF                = "YES"
002380                DISPLAY "NO SNAPSHOT ON CENSFILE FOR COUNT DATE "
002390                    WS-COUNT-DATE " - RUN REFUSED."
002400                MOVE 16                    TO RETURN-CODE
002410                MOVE "YES"                 TO WS-ERROR-FLAG
002420            ELSE
002430                MOVE WS-COUNT-DATE         TO WS-RT-COUNT-DATE
002440                MOVE WS-HEADER1            TO RS-REPORT-REC
002450                WRITE RS-REPORT-REC
002460                MOVE WS-RPT-TITLE          TO RS-REPORT-REC
002470                WRITE RS-REPORT-REC
002480                MOVE WS-RPT-COLUMNS        TO RS-REPORT-REC
002490                WRITE RS-REPORT-REC
002500                MOVE WS-HEADER1            TO RS-REPORT-REC
002510                WRITE RS-REPORT-REC
002520                PERFORM 22000-READ-STUD-PARA
002530            END-IF.
002540       ******************************************************************
002550       * MATCH THE LOWER OF THE TWO ENROLL NUMBERS.
002560       ******************************************************************
002570        20000-PROCESS-PARA.
002580            EVALUATE TRUE
002590                WHEN WS-CENS-KEY           = WS-STUD-KEY
002600                    PERFORM 23000-BOTH-PARA
002610                    PERFORM 21000-READ-CENS-PARA
002620                    PERFORM 22000-READ-STUD-PARA
002630                WHEN WS-CENS-KEY           < WS-STUD-KEY
002640                    PERFORM 24000-CENSUS-ONLY-PARA
002650                    PERFORM 21000-READ-CENS-PARA
002660                WHEN OTHER
002670                    PERFORM 25000-STUDENT-ONLY-PARA
002680                    PERFORM 22000-READ-STUD-PARA
002690            END-EVALUATE.
002700       ******************************************************************
002710       * NEXT SNAPSHOT RECORD FOR THE COUNT DATE; HIGH KEY AT THE END.
002720       ******************************************************************
002730        21000-READ-CENS-PARA.
002740            IF  WS-CENS-EOF                NOT = "YES"
002750                READ CENS-FILE NEXT
002760                AT END
002770                    MOVE "YES"             TO WS-CENS-EOF
002780                NOT AT END
002790                    IF  CN-COUNT-DATE      NOT = WS-COUNT-DATE
002800                        MOVE "YES"         TO WS-CENS-EOF
002810                    ELSE
002820                        ADD 1              TO WS-CENS-COUNT
002830                    END-IF
002840                END-READ
002850            END-IF.
002860            IF  WS-CENS-EOF                = "YES"
002870                MOVE 999999                TO WS-CENS-KEY
002880            ELSE
002890                MOVE CN-ENROLL-NO          TO WS-CENS-KEY
002900            END-IF.
002910        22000-READ-STUD-PARA.
002920            IF  WS-STUD-EOF                NOT = "YES"
002930                READ STUD-FILE
002940                AT END
002950                    MOVE "YES"             TO WS-STUD-EOF
002960                END-READ
002970            END-IF.
002980            IF  WS-STUD-EOF                = "YES"
002990                MOVE 999999                TO WS-STUD-KEY
003000            ELSE
003010                MOVE FS-ENROLL-NO          TO WS-STUD-KEY
003020            END-IF.
003030       ******************************************************************
003040       * COUNTED AND STILL ON STUDFILE: NOW INACTIVE, OR MOVED CAMPUS.
003050       ******************************************************************
003060        23000-BOTH-PARA.
003070            IF  FS-STUD-STATUS             = "A"
003080                OR FS-STUD-STATUS          = SPACE
003090                ADD 1                      TO WS-ACTIVE-COUNT
003100                MOVE FS-CAMPUS-CODE        TO WS-CAMPUS
003110                IF  WS-CAMPUS              = SPACES
003120                    MOVE "01"              TO WS-CAMPUS
003130                END-IF
003140                IF  WS-CAMPUS              NOT = CN-CAMPUS-CODE
003150                    ADD 1                  TO WS-CAMPUS-COUNT
003160                    MOVE CN-CAMPUS-CODE    TO WS-CT-FROM
003170                    MOVE WS-CAMPUS         TO WS-CT-TO
003180                    MOVE WS-CAMPUS-TEXT    TO WS-DL-TEXT
003190                    PERFORM 26000-WRITE-DETAIL-PARA
003200                END-IF
003210            ELSE
003220                PERFORM 23100-STATUS-WORD-PARA
003230                MOVE FS-STATUS-DATE        TO WS-ST-DATE
003240                IF  FS-STATUS-DATE         IS NUMERIC
003250                    AND FS-STATUS-DATE NOT > WS-COUNT-DATE
003260                    MOVE "* BACKDATED - NOT COUNTED"
003270                                           TO WS-ST-NOTE
003280                    ADD 1                  TO WS-BACKOUT-COUNT
003290                ELSE
003300                    MOVE "AFTER COUNT DATE"
003310                                           TO WS-ST-NOTE
003320                    ADD 1                  TO WS-LEFT-COUNT
003330                END-IF
003340                MOVE WS-STATUS-TEXT        TO WS-DL-TEXT
003350                PERFORM 26000-WRITE-DETAIL-PARA
003360            END-IF.
003370        23100-STATUS-WORD-PARA.
003380            EVALUATE FS-STUD-STATUS
003390                WHEN "G"
003400                    MOVE "GRADUATED"       TO WS-ST-WORD
003410                WHEN "W"
003420                    MOVE "WITHDRAWN"       TO WS-ST-WORD
003430                WHEN OTHER
003440                    MOVE "STATUS"          TO WS-ST-WORD
003450                    MOVE FS-STUD-STATUS    TO WS-ST-WORD(8:1)
003460            END-EVALUATE.
003470       ******************************************************************
003480       * COUNTED BUT NO LONGER ON STUDFILE AT ALL.
003490       ******************************************************************
003500        24000-CENSUS-ONLY-PARA.
003510            ADD 1                          TO WS-GONE-COUNT.
003520            MOVE CN-ENROLL-NO              TO WS-DL-ENROLL-NO.
003530            MOVE CN-SNAME                  TO WS-DL-SNAME.
003540            MOVE "NO LONGER ON STUDFILE"   TO WS-DL-TEXT.
003550            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
003560            WRITE RS-REPORT-REC.
003570       ******************************************************************
003580       * ACTIVE NOW BUT NOT COUNTED: REINSTATED (AFTER THE COUNT DATE,
003590       * OR BACKDATED TO ON OR BEFORE IT) OR ADDED SINCE THE SNAPSHOT.
003600       * INACTIVE STUDENTS NOT COUNTED ARE NO DIFFERENCE.
003610       ******************************************************************
003620        25000-STUDENT-ONLY-PARA.
003630            IF  FS-STUD-STATUS             = "A"
003640                OR FS-STUD-STATUS          = SPACE
003650                ADD 1                      TO WS-ACTIVE-COUNT
003660                EVALUATE TRUE
003670                    WHEN FS-STUD-STATUS    = "A"
003680                        AND FS-STATUS-DATE IS NUMERIC
003690                        MOVE "REINSTATED"  TO WS-ST-WORD
003700                        MOVE FS-STATUS-DATE TO WS-ST-DATE
003710                        IF  FS-STATUS-DATE  > WS-COUNT-DATE
003720                            MOVE "AFTER COUNT DATE"
003730                                           TO WS-ST-NOTE
003740                            ADD 1          TO WS-REINST-COUNT
003750                        ELSE
003760                            MOVE "* BACKDATED - NOT COUNTED"
003770                                           TO WS-ST-NOTE
003780                            ADD 1          TO WS-BACKIN-COUNT
003790                        END-IF
003800                        MOVE WS-STATUS-TEXT TO WS-DL-TEXT
003810                    WHEN OTHER
003820                        ADD 1              TO WS-ADDED-COUNT
003830                        MOVE "ADDED TO STUDFILE AFTER THE SNAPSHOT"
003840                                           TO WS-DL-TEXT
003850                END-EVALUATE
003860                PERFORM 26000-WRITE-DETAIL-PARA
003870            END-IF.
003880        26000-WRITE-DETAIL-PARA.
003890            MOVE FS-ENROLL-NO              TO WS-DL-ENROLL-NO.
003900            MOVE FS-SNAME                  TO WS-DL-SNAME.
003910            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
003920            WRITE RS-REPORT-REC.
003930       ******************************************************************
003940       * RECONCILIATION TOTALS: SNAPSHOT HEADCOUNT TO TODAY'S ACTIVE.
003950       ******************************************************************
003960        28000-TOTALS-PARA.
003970            MOVE WS-HEADER1                TO RS-REPORT-REC.
003980            WRITE RS-REPORT-REC.
003990            MOVE "SNAPSHOT HEADCOUNT"      TO WS-TT-LABEL.
004000            MOVE WS-CENS-COUNT             TO WS-TT-COUNT.
004010            PERFORM 28100-TOTAL-LINE-PARA.
004020            MOVE "LESS NOW GRADUATED/WITHDRAWN"
004030                                           TO WS-TT-LABEL.
004040            MOVE WS-LEFT-COUNT             TO WS-TT-COUNT.
004050            PERFORM 28100-TOTAL-LINE-PARA.
004060            MOVE "LESS GRADUATED/WITHDRAWN - BACKDATED"
004070                                           TO WS-TT-LABEL.
004080            MOVE WS-BACKOUT-COUNT          TO WS-TT-COUNT.
004090            PERFORM 28100-TOTAL-LINE-PARA.
004100            MOVE "LESS NO LONGER ON STUDFILE"
004110                                           TO WS-TT-LABEL.
004120            MOVE WS-GONE-COUNT             TO WS-TT-COUNT.
004130            PERFORM 28100-TOTAL-LINE-PARA.
004140            MOVE "PLUS REINSTATED AFTER COUNT DATE"
004150                                           TO WS-TT-LABEL.
004160            MOVE WS-REINST-COUNT           TO WS-TT-COUNT.
004170            PERFORM 28100-TOTAL-LINE-PARA.
004180            MOVE "PLUS REINSTATED - BACKDATED"
004190                                           TO WS-TT-LABEL.
004200            MOVE WS-BACKIN-COUNT           TO WS-TT-COUNT.
004210            PERFORM 28100-TOTAL-LINE-PARA.
004220            MOVE "PLUS ADDED AFTER THE SNAPSHOT"
004230                                           TO WS-TT-LABEL.
004240            MOVE WS-ADDED-COUNT            TO WS-TT-COUNT.
004250            PERFORM 28100-TOTAL-LINE-PARA.
004260            MOVE "CURRENT ACTIVE HEADCOUNT"
004270                                           TO WS-TT-LABEL.
004280            MOVE WS-ACTIVE-COUNT           TO WS-TT-COUNT.
004290            PERFORM 28100-TOTAL-LINE-PARA.
004300            MOVE "(OF WHICH CHANGED CAMPUS)"
004310                                           TO WS-TT-LABEL.
004320            MOVE WS-CAMPUS-COUNT           TO WS-TT-COUNT.
004330            PERFORM 28100-TOTAL-LINE-PARA.
004340        28100-TOTAL-LINE-PARA.
004350            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
004360            WRITE RS-REPORT-REC.
004370       ******************************************************************
004380       * DISPLAY COUNTS AND CLOSE THE FILES.
004390       ******************************************************************
004400        30000-CLOSE-PARA.
004410            DISPLAY "SNAPSHOT RECORDS      : " WS-CENS-COUNT.
004420            DISPLAY "CURRENT ACTIVE        : " WS-ACTIVE-COUNT.
004430            CLOSE CENS-FILE.
004440            CLOSE STUD-FILE.
004450            CLOSE REPORT-FILE.
