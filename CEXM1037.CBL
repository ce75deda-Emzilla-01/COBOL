000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1037.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: DISCIPLINE INCIDENT REPORTS FROM INCFILE, THE
000060       *  INCIDENT FILE CEXM1036 LOADS. ONE SEQUENTIAL PASS PRODUCES
000070       *  BOTH -
000080       *  INCHIST: EACH STUDENT'S INCIDENT HISTORY IN DATE ORDER -
000090       *           TYPE AND ACTION WITH THEIR INCCODE DESCRIPTIONS,
000100       *           SUSPENSION DAYS AND DATES - WITH STUDENT TOTALS.
000110       *  INCSUMM: FOR THE MONTH ON THE MONTH= CARD (YYYYMM, DEFAULT
000120       *           THE CURRENT MONTH), INCIDENTS, SUSPENSIONS AND
000130       *           SUSPENSION DAYS BY CAMPUS AND INCIDENT TYPE, WITH
000140       *           CAMPUS AND GRAND TOTALS. THE CAMPUS COMES FROM
000150       *           STUDFILE (BLANK = CAMPUS 01).
000160       * INCFILE : JEBA02.EMY.COBOL.INCFILE (INDEXED ON ENROLL+DATE)
000170       * INCCODE : JEBA02.EMY.COBOL.INCCODE (INCIDENT/ACTION CODES)
000180       * STUDOUT : JEBA02.EMY.COBOL.STUDOUT (INDEXED ON ENROLL NO)
000190       * INCHIST : JEBA02.EMY.COBOL.INCHIST
000200       * INCSUMM : JEBA02.EMY.COBOL.INCSUMM
000210       * ----------------------------------------------------------------
000220       * PRJ NO    NAME     DATE          MAINT DESC.
000230       * ----------------------------------------------------------------
000240       * JEBA02    EMY     09/20/2026    PROGRAM CREATED.
000250       ******************************************************************
000260        ENVIRONMENT DIVISION.
000270        INPUT-OUTPUT SECTION.
000280        FILE-CONTROL.
000290            SELECT INC-FILE
000300                ASSIGN TO INCFILE
000310                ORGANIZATION IS INDEXED
000320                ACCESS MODE IS SEQUENTIAL
000330                RECORD KEY IS IC-INC-KEY
000340                FILE STATUS IS WS-INC-FS.
000350            SELECT CODE-FILE
000360                ASSIGN TO INCCODE
000370                ORGANIZATION IS SEQUENTIAL
000380                ACCESS MODE IS SEQUENTIAL
000390                FILE STATUS IS WS-CODE-FS.
000400            SELECT STUD-FILE
000410                ASSIGN TO STUDOUT
000420                ORGANIZATION IS INDEXED
000430                ACCESS MODE IS RANDOM
000440                RECORD KEY IS FS-ENROLL-NO
000450                FILE STATUS IS WS-STUD-FS.
000460            SELECT HIST-RPT-FILE
000470                ASSIGN TO INCHIST
000480                ORGANIZATION IS SEQUENTIAL
000490                ACCESS MODE IS SEQUENTIAL
000500                FILE STATUS IS WS-HIST-RPT-FS.
000510            SELECT SUMM-RPT-FILE
000520                ASSIGN TO INCSUMM
000530                ORGANIZATION IS SEQUENTIAL
000540                ACCESS MODE IS SEQUENTIAL
000550                FILE STATUS IS WS-SUMM-RPT-FS.
000560        DATA DIVISION.
000570        FILE SECTION.
000580        FD  INC-FILE.
000590        01  IC-INC-REC.
000600            05  IC-INC-KEY.
000610                10  IC-ENROLL-NO          PIC 9(06).
000620                10  IC-INC-DATE           PIC 9(08).
000630            05  IC-INC-TYPE               PIC X(02).
000640            05  IC-ACTION                 PIC X(02).
000650            05  IC-SUSP-DAYS              PIC 9(02).
000660            05  IC-SUSP-START             PIC 9(08).
000670            05  IC-SUSP-END               PIC 9(08).
000680            05  IC-DESC                   PIC X(30).
000690            05  IC-LOAD-DATE              PIC 9(08).
000700            05  FILLER                    PIC X(06).
000710        FD  CODE-FILE.
000720        01  CD-CODE-REC.
000730            05  CD-CODE-TYPE              PIC X(01).
000740            05  CD-CODE                   PIC X(02).
000750            05  CD-DESC                   PIC X(30).
000760            05  CD-SUSP-FLAG              PIC X(01).
000770            05  FILLER                    PIC X(46).
000780        FD  STUD-FILE.
000790        01  FS-STUD-REC.
000800            05  FS-ENROLL-NO              PIC 9(06).
000810            05  FS-SNAME                  PIC X(30).
000820            05  FS-MATHS-MARKS            PIC 9(03).
000830            05  FS-SCIENCE-MARKS          PIC 9(03).
000840            05  FS-COMPUTER-MARKS         PIC 9(03).
000850            05  FS-AVG-MARKS              PIC 9(03)V9(02).
000860            05  FS-STUD-STATUS            PIC X(01).
000870            05  FS-STATUS-DATE            PIC X(08).
000880            05  FS-CAMPUS-CODE            PIC X(02).
000890            05  FILLER                    PIC X(19).
000900        FD  HIST-RPT-FILE.
000910        01  HR-REPORT-REC                 PIC X(80).
000920        FD  SUMM-RPT-FILE.
000930        01  SR-REPORT-REC                 PIC X(80).
000940        WORKING-STORAGE SECTION.
000950        01  WS-INC-FS                     PIC X(02).
000960        01  WS-CODE-FS                    PIC X(02).
000970        01  WS-STUD-FS                    PIC X(02).
000980        01  WS-HIST-RPT-FS                PIC X(02).
000990        01  WS-SUMM-RPT-FS                PIC X(02).
001000        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001010        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001020        01  WS-CODE-EOF                   PIC X(03) VALUE "NO".
001030        01  WS-CURRENT-DATE-DATA          PIC X(20).
001040        01  WS-PARM-CARD                  PIC X(80).
001050        01  WS-REPORT-MONTH               PIC 9(06).
001060        01  WS-INC-MONTH                  PIC 9(06).
001070       * INCIDENT TYPE (I) AND ACTION TAKEN (A) CODES FROM INCCODE.
001080        01  WS-CODE-COUNT                 PIC 9(03) VALUE 0.
001090        01  WS-CODE-TABLE.
001100            05  WS-CD-ENTRY               OCCURS 100 TIMES.
001110                10  WS-CD-TYPE            PIC X(01).
001120                10  WS-CD-CODE            PIC X(02).
001130                10  WS-CD-DESC            PIC X(30).
001140        01  WS-CD-SUB                     PIC 9(03).
001150        01  WS-CD-HIT                     PIC 9(03).
001160        01  WS-CD-WANT-TYPE               PIC X(01).
001170        01  WS-CD-WANT-CODE               PIC X(02).
001180        01  WS-CD-FOUND-DESC              PIC X(30).
001190       * THE STUDENT WHOSE HISTORY IS PRINTING.
001200        01  WS-CUR-ENROLL-NO              PIC 9(06) VALUE 0.
001210        01  WS-CUR-CAMPUS                 PIC X(02).
001220        01  WS-STUD-INCIDENTS             PIC 9(04) VALUE 0.
001230        01  WS-STUD-SUSP-DAYS             PIC 9(04) VALUE 0.
001240        01  WS-STUDENT-COUNT              PIC 9(06) VALUE 0.
001250        01  WS-INCIDENT-COUNT             PIC 9(06) VALUE 0.
001260        01  WS-MONTH-COUNT                PIC 9(06) VALUE 0.
001270       * MONTHLY SUMMARY CELLS, KEPT IN CAMPUS/TYPE ORDER.
001280        01  WS-SM-COUNT                   PIC 9(03) VALUE 0.
001290        01  WS-SUMM-TABLE.
001300            05  WS-SM-ENTRY               OCCURS 500 TIMES.
001310                10  WS-SM-KEY.
001320                    15  WS-SM-CAMPUS      PIC X(02).
001330                    15  WS-SM-TYPE        PIC X(02).
001340                10  WS-SM-INCIDENTS       PIC 9(05).
001350                10  WS-SM-SUSPENSIONS     PIC 9(05).
001360                10  WS-SM-DAYS            PIC 9(05).
001370        01  WS-NEW-ENTRY.
001380            05  WS-NE-KEY.
001390                10  WS-NE-CAMPUS          PIC X(02).
001400                10  WS-NE-TYPE            PIC X(02).
001410            05  WS-NE-INCIDENTS           PIC 9(05).
001420            05  WS-NE-SUSPENSIONS         PIC 9(05).
001430            05  WS-NE-DAYS                PIC 9(05).
001440        01  WS-SM-SUB                     PIC 9(03).
001450        01  WS-SM-HIT                     PIC 9(03).
001460        01  WS-INS-POS                    PIC 9(03).
001470        01  WS-PREV-CAMPUS                PIC X(02).
001480        01  WS-CAMPUS-INCIDENTS           PIC 9(06) VALUE 0.
001490        01  WS-CAMPUS-SUSPENSIONS         PIC 9(06) VALUE 0.
001500        01  WS-CAMPUS-DAYS                PIC 9(06) VALUE 0.
001510        01  WS-TOTAL-INCIDENTS            PIC 9(06) VALUE 0.
001520        01  WS-TOTAL-SUSPENSIONS          PIC 9(06) VALUE 0.
001530        01  WS-TOTAL-DAYS                 PIC 9(06) VALUE 0.
001540        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001550        01  WS-HIST-TITLE.
001560            05 FILLER                     PIC X(40)
001570                 VALUE "DISCIPLINE INCIDENT HISTORY BY STUDENT".
001580            05 FILLER                     PIC X(40) VALUE SPACES.
001590        01  WS-STUD-LINE.
001600            05 FILLER                     PIC X(11)
001610                                          VALUE "ENROLL NO: ".
001620            05 WS-SL-ENROLL-NO            PIC 9(06).
001630            05 FILLER                     PIC X(02) VALUE SPACES.
001640            05 WS-SL-SNAME                PIC X(30).
001650            05 FILLER                     PIC X(10)
001660                                          VALUE "  CAMPUS: ".
001670            05 WS-SL-CAMPUS               PIC X(02).
001680            05 FILLER                     PIC X(19) VALUE SPACES.
001690        01  WS-HIST-COLUMNS.
001700            05 FILLER                     PIC X(12) VALUE "  DATE".
001710            05 FILLER                     PIC X(21)
001720                                          VALUE "INCIDENT TYPE".
001730            05 FILLER                     PIC X(21)
001740                                          VALUE "ACTION TAKEN".
001750            05 FILLER                     PIC X(04) VALUE "DAYS".
001760            05 FILLER                     PIC X(19)
001770                                          VALUE "  SUSPENDED".
001780            05 FILLER                     PIC X(03) VALUE SPACES.
001790        01  WS-HIST-DETAIL.
001800            05 FILLER                     PIC X(02) VALUE SPACES.
001810            05 WS-HD-DATE                 PIC 9(08).
001820            05 FILLER                     PIC X(02) VALUE SPACES.
001830            05 WS-HD-TYPE                 PIC X(02).
001840            05 FILLER                     PIC X(01) VALUE SPACES.
001850            05 WS-HD-TYPE-DESC            PIC X(16).
001860            05 FILLER                     PIC X(02) VALUE SPACES.
001870            05 WS-HD-ACTION               PIC X(02).
001880            05 FILLER                     PIC X(01) VALUE SPACES.
001890            05 WS-HD-ACTION-DESC          PIC X(16).
001900            05 FILLER                     PIC X(02) VALUE SPACES.
001910            05 WS-HD-DAYS                 PIC Z9.
001920            05 FILLER                     PIC X(02) VALUE SPACES.
001930            05 WS-HD-SUSP-START           PIC X(08).
001940            05 WS-HD-DASH                 PIC X(01).
001950            05 WS-HD-SUSP-END             PIC X(08).
001960            05 FILLER                     PIC X(05) VALUE SPACES.
001970        01  WS-HIST-DESC-LINE.
001980            05 FILLER                     PIC X(12) VALUE SPACES.
001990            05 WS-HC-DESC                 PIC X(30).
002000            05 FILLER                     PIC X(38) VALUE SPACES.
002010        01  WS-HIST-TOTAL.
002020            05 FILLER                     PIC X(12) VALUE SPACES.
002030            05 FILLER                     PIC X(11)
002040                                          VALUE "INCIDENTS: ".
002050            05 WS-HT-INCIDENTS            PIC Z,ZZ9.
002060            05 FILLER                     PIC X(20)
002070                                          VALUE "  SUSPENSION DAYS:  ".
002080            05 WS-HT-DAYS                 PIC Z,ZZ9.
002090            05 FILLER                     PIC X(27) VALUE SPACES.
002100        01  WS-SUMM-TITLE.
002110            05 FILLER                     PIC X(49)
002120               VALUE "MONTHLY DISCIPLINE SUMMARY BY CAMPUS AND TYPE - ".
002130            05 WS-ST-MONTH                PIC 9(06).
002140            05 FILLER                     PIC X(25) VALUE SPACES.
002150        01  WS-SUMM-COLUMNS.
002160            05 FILLER                     PIC X(08) VALUE "CAMPUS".
002170            05 FILLER                     PIC X(36)
002180                                          VALUE "INCIDENT TYPE".
002190            05 FILLER                     PIC X(12) VALUE "  INCIDENTS".
002200            05 FILLER                     PIC X(12) VALUE "  SUSPENDED".
002210            05 FILLER                     PIC X(12) VALUE "  SUSP DAYS".
002220        01  WS-SUMM-DETAIL.
002230            05 FILLER                     PIC X(02) VALUE SPACES.
002240            05 WS-SD-CAMPUS               PIC X(02).
002250            05 FILLER                     PIC X(04) VALUE SPACES.
002260            05 WS-SD-TYPE                 PIC X(02).
002270            05 FILLER                     PIC X(01) VALUE SPACES.
002280            05 WS-SD-TYPE-DESC            PIC X(30).
002290            05 FILLER                     PIC X(03) VALUE SPACES.
002300            05 WS-SD-INCIDENTS            PIC ZZZ,ZZ9.
002310            05 FILLER                     PIC X(05) VALUE SPACES.
002320            05 WS-SD-SUSPENSIONS          PIC ZZZ,ZZ9.
002330            05 FILLER                     PIC X(05) VALUE SPACES.
002340            05 WS-SD-DAYS                 PIC ZZZ,ZZ9.
002350            05 FILLER                     PIC X(05) VALUE SPACES.
002360        01  WS-SUMM-TOTAL.
002370            05 FILLER                     PIC X(08) VALUE SPACES.
002380            05 WS-SX-LABEL                PIC X(36).
002390            05 WS-SX-INCIDENTS            PIC ZZZ,ZZ9.
002400            05 FILLER                     PIC X(05) VALUE SPACES.
002410            05 WS-SX-SUSPENSIONS          PIC ZZZ,ZZ9.
002420            05 FILLER                     PIC X(05) VALUE SPACES.
002430            05 WS-SX-DAYS                 PIC ZZZ,ZZ9.
002440            05 FILLER                     PIC X(05) VALUE SPACES.
002450        01  WS-NONE-LINE                  PIC X(80)
002460                      VALUE "  NO INCIDENTS ON FILE FOR THE MONTH.".
002470        COPY SPGM0905L.
002480        COPY SPGMABNL.
002490        PROCEDURE DIVISION.
002500       ******************************************************************
002510       * MAIN PROGRAM FLOW.
002520       ******************************************************************
002530        00000-MAIN-PARA.
002540            PERFORM 05000-ACCEPT-PARA.
002550            IF  WS-ERROR-FLAG              NOT = "YES"
002560                PERFORM 10000-INITIALIZE-PARA
002570            END-IF.
002580            IF  WS-ERROR-FLAG              NOT = "YES"
002590                PERFORM 12000-LOAD-CODE-PARA
002600                    UNTIL WS-CODE-EOF      = "YES"
002610            END-IF.
002620            PERFORM 20000-PROCESS-PARA
002630              UNTIL WS-ERROR-FLAG = "YES"
002640              OR    WS-ENDOFFILE  = "YES".
002650            IF  WS-ERROR-FLAG              NOT = "YES"
002660                IF  WS-CUR-ENROLL-NO       NOT = 0
002670                    PERFORM 24000-STUDENT-TOTAL-PARA
002680                END-IF
002690                PERFORM 25000-PRINT-SUMMARY-PARA
002700            END-IF.
002710            PERFORM 30000-CLOSE-PARA.
002720            STOP RUN.
002730       ******************************************************************
002740       * ACCEPT THE MONTH= CARD (YYYYMM, DEFAULT THE CURRENT MONTH).
002750       ******************************************************************
002760        05000-ACCEPT-PARA.
002770            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002780            MOVE SPACES                    TO WS-PARM-CARD.
002790            ACCEPT WS-PARM-CARD.
002800            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002810            MOVE "MONTH"                   TO LK-PA-KEYWORD.
002820            SET LK-PA-NUMERIC              TO TRUE.
002830            MOVE 190001                    TO LK-PA-MIN-VALUE.
002840            MOVE 209912                    TO LK-PA-MAX-VALUE.
002850            MOVE WS-CURRENT-DATE-DATA(1:6) TO LK-PA-DEFAULT.
002860            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002870            MOVE LK-PA-NUM-VALUE           TO WS-REPORT-MONTH.
002880            IF  LK-PA-BAD
002890                OR WS-REPORT-MONTH(5:2)    = "00"
002900                OR WS-REPORT-MONTH(5:2)    > "12"
002910                DISPLAY "BAD MONTH= CARD - RUN REFUSED."
002920                MOVE 16                    TO RETURN-CODE
002930                MOVE "YES"                 TO WS-ERROR-FLAG
002940            END-IF.
002950       ******************************************************************
002960       * OPEN THE INCIDENT FILE, THE CODE TABLE, STUDFILE AND THE TWO
002970       * REPORTS, AND PRINT THE REPORT HEADINGS.
002980       ******************************************************************
002990        10000-INITIALIZE-PARA.
003000            OPEN INPUT INC-FILE.
003010            IF WS-INC-FS                  NOT = "00"
003020               DISPLAY "INCFILE ACCESS ERROR."
003030               MOVE "CEXM1037"            TO LK-PGM-ID
003040               MOVE "INCFILE"             TO LK-FILE-ID
003050               MOVE WS-INC-FS             TO LK-FILE-STATUS
003060               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003070               IF  LK-ABEND-YES
003080                   MOVE 16                TO RETURN-CODE
003090                   MOVE "YES"             TO WS-ERROR-FLAG
003100               END-IF
003110            END-IF.
003120            OPEN INPUT CODE-FILE.
003130            IF WS-CODE-FS                 NOT = "00"
003140               DISPLAY "INCCODE ACCESS ERROR."
003150               MOVE "CEXM1037"            TO LK-PGM-ID
003160               MOVE "INCCODE"             TO LK-FILE-ID
003170               MOVE WS-CODE-FS            TO LK-FILE-STATUS
003180               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003190               IF  LK-ABEND-YES
003200                   MOVE 16                TO RETURN-CODE
003210                   MOVE "YES"             TO WS-ERROR-FLAG
003220               END-IF
003230            END-IF.
003240            OPEN INPUT STUD-FILE.
003250            IF WS-STUD-FS                 NOT = "00"
003260               DISPLAY "STUDOUT ACCESS ERROR."
003270               MOVE "CEXM1037"            TO LK-PGM-ID
003280               MOVE "STUDOUT"             TO LK-FILE-ID
003290               MOVE WS-STUD-FS            TO LK-FILE-STATUS
003300               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003310               IF  LK-ABEND-YES
003320                   MOVE 16                TO RETURN-CODE
003330                   MOVE "YES"             TO WS-ERROR-FLAG
003340               END-IF
003350            END-IF.
003360            OPEN OUTPUT HIST-RPT-FILE.
003370            IF WS-HIST-RPT-FS             NOT = "00"
003380               DISPLAY "INCHIST ACCESS ERROR."
003390               MOVE "CEXM1037"            TO LK-PGM-ID
003400               MOVE "INCHIST"             TO LK-FILE-ID
003410               MOVE WS-HIST-RPT-FS        TO LK-FILE-STATUS
003420               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003430               IF  LK-ABEND-YES
003440                   MOVE 16                TO RETURN-CODE
003450                   MOVE "YES"             TO WS-ERROR-FLAG
003460               END-IF
003470            END-IF.
003480            OPEN OUTPUT SUMM-RPT-FILE.
003490            IF WS-SUMM-RPT-FS             NOT = "00"
003500               DISPLAY "INCSUMM ACCESS ERROR."
003510               MOVE "CEXM1037"            TO LK-PGM-ID
003520               MOVE "INCSUMM"             TO LK-FILE-ID
003530               MOVE WS-SUMM-RPT-FS        TO LK-FILE-STATUS
003540               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003550               IF  LK-ABEND-YES
003560                   MOVE 16                TO RETURN-CODE
003570                   MOVE "YES"             TO WS-ERROR-FLAG
003580               END-IF
003590            END-IF.
003600            IF  WS-ERROR-FLAG              NOT = "YES"
003610                MOVE WS-HEADER1            TO HR-REPORT-REC
003620                WRITE HR-REPORT-REC
003630                MOVE WS-HIST-TITLE         TO HR-REPORT-REC
003640                WRITE HR-REPORT-REC
003650                MOVE WS-HEADER1            TO HR-REPORT-REC
003660                WRITE HR-REPORT-REC
003670                MOVE WS-REPORT-MONTH       TO WS-ST-MONTH
003680                MOVE WS-HEADER1            TO SR-REPORT-REC
003690                WRITE SR-REPORT-REC
003700                MOVE WS-SUMM-TITLE         TO SR-REPORT-REC
003710                WRITE SR-REPORT-REC
003720                MOVE WS-HEADER1            TO SR-REPORT-REC
003730                WRITE SR-REPORT-REC
003740                MOVE WS-SUMM-COLUMNS       TO SR-REPORT-REC
003750                WRITE SR-REPORT-REC
003760                MOVE WS-HEADER1            TO SR-REPORT-REC
003770                WRITE SR-REPORT-REC
003780            END-IF.
003790       ******************************************************************
003800       * LOAD THE INCIDENT/ACTION CODE TABLE, CEXM970-STYLE.
003810       ******************************************************************
003820        12000-LOAD-CODE-PARA.
003830            READ CODE-FILE
003840            AT END
003850                MOVE "YES"                 TO WS-CODE-EOF
003860            NOT AT END
003870                IF  WS-CODE-COUNT          = 100
003880                    DISPLAY "CODE TABLE FULL AT 100 CODES."
003890                ELSE
003900                    ADD 1                  TO WS-CODE-COUNT
003910                    MOVE CD-CODE-TYPE      TO WS-CD-TYPE(WS-CODE-COUNT)
003920                    MOVE CD-CODE           TO WS-CD-CODE(WS-CODE-COUNT)
003930                    MOVE CD-DESC           TO WS-CD-DESC(WS-CODE-COUNT)
003940                END-IF
003950            END-READ.
003960       ******************************************************************
003970       * READ ONE INCIDENT. A NEW ENROLL NUMBER CLOSES THE PREVIOUS
003980       * STUDENT AND STARTS THE NEXT; THE INCIDENT THEN PRINTS, AND
003990       * COUNTS IN THE SUMMARY IF IT FALLS IN THE REPORT MONTH.
004000       ******************************************************************
004010        20000-PROCESS-PARA.
004020            READ INC-FILE
004030            AT END
004040                MOVE "YES"                 TO WS-ENDOFFILE
004050            NOT AT END
004060                IF  IC-ENROLL-NO           NOT = WS-CUR-ENROLL-NO
004070                    IF  WS-CUR-ENROLL-NO   NOT = 0
004080                        PERFORM 24000-STUDENT-TOTAL-PARA
004090                    END-IF
004100                    PERFORM 21000-NEW-STUDENT-PARA
004110                END-IF
004120                PERFORM 22000-PRINT-INCIDENT-PARA
004130                MOVE IC-INC-DATE(1:6)      TO WS-INC-MONTH
004140                IF  WS-INC-MONTH           = WS-REPORT-MONTH
004150                    PERFORM 23000-COUNT-MONTH-PARA
004160                END-IF
004170            END-READ.
004180       ******************************************************************
004190       * LOOK THE STUDENT UP ON STUDFILE FOR NAME AND CAMPUS AND PRINT
004200       * THE STUDENT HEADING.
004210       ******************************************************************
004220        21000-NEW-STUDENT-PARA.
004230            ADD 1                          TO WS-STUDENT-COUNT.
004240            MOVE IC-ENROLL-NO              TO WS-CUR-ENROLL-NO.
004250            MOVE 0                         TO WS-STUD-INCIDENTS.
004260            MOVE 0                         TO WS-STUD-SUSP-DAYS.
004270            MOVE IC-ENROLL-NO              TO FS-ENROLL-NO.
004280            READ STUD-FILE
004290                INVALID KEY
004300                    MOVE "NAME NOT ON STUDFILE" TO WS-SL-SNAME
004310                    MOVE "??"              TO WS-CUR-CAMPUS
004320                NOT INVALID KEY
004330                    MOVE FS-SNAME          TO WS-SL-SNAME
004340                    MOVE FS-CAMPUS-CODE    TO WS-CUR-CAMPUS
004350                    IF  WS-CUR-CAMPUS      = SPACES
004360                        MOVE "01"          TO WS-CUR-CAMPUS
004370                    END-IF
004380            END-READ.
004390            MOVE IC-ENROLL-NO              TO WS-SL-ENROLL-NO.
004400            MOVE WS-CUR-CAMPUS             TO WS-SL-CAMPUS.
004410            MOVE WS-STUD-LINE              TO HR-REPORT-REC.
004420            WRITE HR-REPORT-REC.
004430            MOVE WS-HIST-COLUMNS           TO HR-REPORT-REC.
004440            WRITE HR-REPORT-REC.
004450       ******************************************************************
004460       * PRINT ONE INCIDENT WITH ITS CODE DESCRIPTIONS, AND ITS NOTE
004470       * ON A SECOND LINE WHEN THERE IS ONE.
004480       ******************************************************************
004490        22000-PRINT-INCIDENT-PARA.
004500            ADD 1                          TO WS-INCIDENT-COUNT.
004510            ADD 1                          TO WS-STUD-INCIDENTS.
004520            ADD IC-SUSP-DAYS               TO WS-STUD-SUSP-DAYS.
004530            MOVE IC-INC-DATE               TO WS-HD-DATE.
004540            MOVE IC-INC-TYPE               TO WS-HD-TYPE.
004550            MOVE "I"                       TO WS-CD-WANT-TYPE.
004560            MOVE IC-INC-TYPE               TO WS-CD-WANT-CODE.
004570            PERFORM 26000-FIND-CODE-PARA.
004580            MOVE WS-CD-FOUND-DESC          TO WS-HD-TYPE-DESC.
004590            MOVE IC-ACTION                 TO WS-HD-ACTION.
004600            MOVE "A"                       TO WS-CD-WANT-TYPE.
004610            MOVE IC-ACTION                 TO WS-CD-WANT-CODE.
004620            PERFORM 26000-FIND-CODE-PARA.
004630            MOVE WS-CD-FOUND-DESC          TO WS-HD-ACTION-DESC.
004640            MOVE IC-SUSP-DAYS              TO WS-HD-DAYS.
004650            IF  IC-SUSP-DAYS               = 0
004660                MOVE SPACES                TO WS-HD-SUSP-START
004670                MOVE SPACES                TO WS-HD-DASH
004680                MOVE SPACES                TO WS-HD-SUSP-END
004690            ELSE
004700                MOVE IC-SUSP-START         TO WS-HD-SUSP-START
004710                MOVE "-"                   TO WS-HD-DASH
004720                IF  IC-SUSP-END            = 0
004730                    MOVE "NONE"            TO WS-HD-SUSP-END
004740                ELSE
004750                    MOVE IC-SUSP-END       TO WS-HD-SUSP-END
004760                END-IF
004770            END-IF.
004780            MOVE WS-HIST-DETAIL            TO HR-REPORT-REC.
004790            WRITE HR-REPORT-REC.
004800            IF  IC-DESC                    NOT = SPACES
004810                MOVE IC-DESC               TO WS-HC-DESC
004820                MOVE WS-HIST-DESC-LINE     TO HR-REPORT-REC
004830                WRITE HR-REPORT-REC
004840            END-IF.
004850       ******************************************************************
004860       * ADD THE INCIDENT TO ITS CAMPUS/TYPE CELL, INSERTING THE CELL
004870       * IN ORDER THE FIRST TIME IT IS SEEN.
004880       ******************************************************************
004890        23000-COUNT-MONTH-PARA.
004900            ADD 1                          TO WS-MONTH-COUNT.
004910            MOVE WS-CUR-CAMPUS             TO WS-NE-CAMPUS.
004920            MOVE IC-INC-TYPE               TO WS-NE-TYPE.
004930            MOVE 0                         TO WS-SM-HIT.
004940            PERFORM 23100-MATCH-CELL-PARA
004950                VARYING WS-SM-SUB FROM 1 BY 1
004960                UNTIL WS-SM-SUB            > WS-SM-COUNT
004970                OR WS-SM-HIT               NOT = 0.
004980            IF  WS-SM-HIT                  = 0
004990                IF  WS-SM-COUNT            = 500
005000                    DISPLAY "SUMMARY TABLE FULL AT 500 CELLS - CAMPUS "
005010                        WS-NE-CAMPUS " TYPE " WS-NE-TYPE
005020                ELSE
005030                    MOVE 0                 TO WS-NE-INCIDENTS
005040                    MOVE 0                 TO WS-NE-SUSPENSIONS
005050                    MOVE 0                 TO WS-NE-DAYS
005060                    PERFORM 23300-INSERT-CELL-PARA
005070                END-IF
005080            END-IF.
005090            IF  WS-SM-HIT                  NOT = 0
005100                ADD 1                      TO WS-SM-INCIDENTS(WS-SM-HIT)
005110                IF  IC-SUSP-DAYS           > 0
005120                    ADD 1
005130                        TO WS-SM-SUSPENSIONS(WS-SM-HIT)
005140                    ADD IC-SUSP-DAYS       TO WS-SM-DAYS(WS-SM-HIT)
005150                END-IF
005160            END-IF.
005170        23100-MATCH-CELL-PARA.
005180            IF  WS-SM-KEY(WS-SM-SUB)       = WS-NE-KEY
005190                MOVE WS-SM-SUB             TO WS-SM-HIT
005200            END-IF.
005210       ******************************************************************
005220       * INSERT THE NEW CELL AHEAD OF THE FIRST CELL WITH A HIGHER
005230       * CAMPUS/TYPE, SHIFTING THE REST DOWN ONE PLACE (CEXM1024).
005240       ******************************************************************
005250        23300-INSERT-CELL-PARA.
005260            COMPUTE WS-INS-POS = WS-SM-COUNT + 1.
005270            PERFORM 23400-FIND-POS-PARA
005280                VARYING WS-SM-SUB FROM 1 BY 1
005290                UNTIL WS-SM-SUB            > WS-SM-COUNT
005300                OR WS-INS-POS              NOT > WS-SM-COUNT.
005310            PERFORM 23500-SHIFT-PARA
005320                VARYING WS-SM-SUB FROM WS-SM-COUNT BY -1
005330                UNTIL WS-SM-SUB            < WS-INS-POS.
005340            MOVE WS-NEW-ENTRY              TO WS-SM-ENTRY(WS-INS-POS).
005350            ADD 1                          TO WS-SM-COUNT.
005360            MOVE WS-INS-POS                TO WS-SM-HIT.
005370        23400-FIND-POS-PARA.
005380            IF  WS-SM-KEY(WS-SM-SUB)       > WS-NE-KEY
005390                MOVE WS-SM-SUB             TO WS-INS-POS
005400            END-IF.
005410        23500-SHIFT-PARA.
005420            MOVE WS-SM-ENTRY(WS-SM-SUB)    TO WS-SM-ENTRY(WS-SM-SUB + 1).
005430       ******************************************************************
005440       * PRINT THE STUDENT'S TOTALS UNDER THE HISTORY.
005450       ******************************************************************
005460        24000-STUDENT-TOTAL-PARA.
005470            MOVE WS-STUD-INCIDENTS         TO WS-HT-INCIDENTS.
005480            MOVE WS-STUD-SUSP-DAYS         TO WS-HT-DAYS.
005490            MOVE WS-HIST-TOTAL             TO HR-REPORT-REC.
005500            WRITE HR-REPORT-REC.
005510            MOVE WS-HEADER1                TO HR-REPORT-REC.
005520            WRITE HR-REPORT-REC.
005530       ******************************************************************
005540       * PRINT THE MONTHLY SUMMARY CELLS WITH A TOTAL AT EACH CHANGE OF
005550       * CAMPUS AND A GRAND TOTAL.
005560       ******************************************************************
005570        25000-PRINT-SUMMARY-PARA.
005580            IF  WS-SM-COUNT                = 0
005590                MOVE WS-NONE-LINE          TO SR-REPORT-REC
005600                WRITE SR-REPORT-REC
005610            ELSE
005620                MOVE WS-SM-CAMPUS(1)       TO WS-PREV-CAMPUS
005630                PERFORM 25100-PRINT-CELL-PARA
005640                    VARYING WS-SM-SUB FROM 1 BY 1
005650                    UNTIL WS-SM-SUB        > WS-SM-COUNT
005660                PERFORM 25200-CAMPUS-TOTAL-PARA
005670                MOVE "GRAND TOTAL"         TO WS-SX-LABEL
005680                MOVE WS-TOTAL-INCIDENTS    TO WS-SX-INCIDENTS
005690                MOVE WS-TOTAL-SUSPENSIONS  TO WS-SX-SUSPENSIONS
005700                MOVE WS-TOTAL-DAYS         TO WS-SX-DAYS
005710                MOVE WS-SUMM-TOTAL         TO SR-REPORT-REC
005720                WRITE SR-REPORT-REC
005730            END-IF.
005740            MOVE WS-HEADER1                TO SR-REPORT-REC.
005750            WRITE SR-REPORT-REC.
005760        25100-PRINT-CELL-PARA.
005770            IF  WS-SM-CAMPUS(WS-SM-SUB)    NOT = WS-PREV-CAMPUS
005780                PERFORM 25200-CAMPUS-TOTAL-PARA
005790                MOVE WS-SM-CAMPUS(WS-SM-SUB) TO WS-PREV-CAMPUS
005800            END-IF.
005810            MOVE WS-SM-CAMPUS(WS-SM-SUB)   TO WS-SD-CAMPUS.
005820            MOVE WS-SM-TYPE(WS-SM-SUB)     TO WS-SD-TYPE.
005830            MOVE "I"                       TO WS-CD-WANT-TYPE.
005840            MOVE WS-SM-TYPE(WS-SM-SUB)     TO WS-CD-WANT-CODE.
005850            PERFORM 26000-FIND-CODE-PARA.
005860            MOVE WS-CD-FOUND-DESC          TO WS-SD-TYPE-DESC.
005870            MOVE WS-SM-INCIDENTS(WS-SM-SUB)   TO WS-SD-INCIDENTS.
005880            MOVE WS-SM-SUSPENSIONS(WS-SM-SUB) TO WS-SD-SUSPENSIONS.
005890            MOVE WS-SM-DAYS(WS-SM-SUB)     TO WS-SD-DAYS.
005900            MOVE WS-SUMM-DETAIL            TO SR-REPORT-REC.
005910            WRITE SR-REPORT-REC.
005920            ADD WS-SM-INCIDENTS(WS-SM-SUB)   TO WS-CAMPUS-INCIDENTS.
005930            ADD WS-SM-SUSPENSIONS(WS-SM-SUB) TO WS-CAMPUS-SUSPENSIONS.
005940            ADD WS-SM-DAYS(WS-SM-SUB)      TO WS-CAMPUS-DAYS.
005950       ******************************************************************
005960       * PRINT AND ROLL UP ONE CAMPUS'S TOTAL.
005970       ******************************************************************
005980        25200-CAMPUS-TOTAL-PARA.
005990            MOVE SPACES                    TO WS-SX-LABEL.
006000            STRING "CAMPUS " WS-PREV-CAMPUS " TOTAL"
006010                DELIMITED BY SIZE        INTO WS-SX-LABEL.
006020            MOVE WS-CAMPUS-INCIDENTS       TO WS-SX-INCIDENTS.
006030            MOVE WS-CAMPUS-SUSPENSIONS     TO WS-SX-SUSPENSIONS.
006040            MOVE WS-CAMPUS-DAYS            TO WS-SX-DAYS.
006050            MOVE WS-SUMM-TOTAL             TO SR-REPORT-REC.
006060            WRITE SR-REPORT-REC.
006070            MOVE SPACES                    TO SR-REPORT-REC.
006080            WRITE SR-REPORT-REC.
006090            ADD WS-CAMPUS-INCIDENTS        TO WS-TOTAL-INCIDENTS.
006100            ADD WS-CAMPUS-SUSPENSIONS      TO WS-TOTAL-SUSPENSIONS.
006110            ADD WS-CAMPUS-DAYS             TO WS-TOTAL-DAYS.
006120            MOVE 0                         TO WS-CAMPUS-INCIDENTS.
006130            MOVE 0                         TO WS-CAMPUS-SUSPENSIONS.
006140            MOVE 0                         TO WS-CAMPUS-DAYS.
006150       ******************************************************************
006160       * LOOK UP A CODE DESCRIPTION; AN UNKNOWN CODE SAYS SO.
006170       ******************************************************************
006180        26000-FIND-CODE-PARA.
006190            MOVE 0                         TO WS-CD-HIT.
006200            PERFORM 26100-SCAN-CODE-PARA
006210                VARYING WS-CD-SUB FROM 1 BY 1
006220                UNTIL WS-CD-SUB            > WS-CODE-COUNT
006230                OR WS-CD-HIT               NOT = 0.
006240            IF  WS-CD-HIT                  = 0
006250                MOVE "CODE NOT IN INCCODE" TO WS-CD-FOUND-DESC
006260            ELSE
006270                MOVE WS-CD-DESC(WS-CD-HIT) TO WS-CD-FOUND-DESC
006280            END-IF.
006290        26100-SCAN-CODE-PARA.
006300            IF  WS-CD-TYPE(WS-CD-SUB)      = WS-CD-WANT-TYPE
006310                AND WS-CD-CODE(WS-CD-SUB)  = WS-CD-WANT-CODE
006320                MOVE WS-CD-SUB             TO WS-CD-HIT
006330            END-IF.
006340       ******************************************************************
006350       * DISPLAY COUNTS AND CLOSE THE FILES.
006360       ******************************************************************
006370        30000-CLOSE-PARA.
006380            DISPLAY "STUDENTS PRINTED  : " WS-STUDENT-COUNT.
006390            DISPLAY "INCIDENTS PRINTED : " WS-INCIDENT-COUNT.
006400            DISPLAY "INCIDENTS IN MONTH: " WS-MONTH-COUNT.
006410            CLOSE INC-FILE.
006420            CLOSE CODE-FILE.
006430            CLOSE STUD-FILE.
006440            CLOSE HIST-RPT-FILE.
006450            CLOSE SUMM-RPT-FILE.
