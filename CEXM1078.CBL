000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1078.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: MONTHLY INSTRUCTOR CERTIFICATION EXPIRY NOTICES
000060       *  AND TEACHING-ASSIGNMENT CHECK OVER CEXM1077'S CERTFILE. THE
000070       *  STATE REQUIRES EVERY INSTRUCTOR TEACHING A COURSE TO HOLD A
000080       *  CURRENT LICENSE IN ITS SUBJECT AREA. THIS RUN:
000090       *    - WALKS CERTFILE AND, FOR EVERY CERTIFICATION COMING DUE,
000100       *      WRITES THE INSTRUCTOR A NOTICE LETTER ON CERTLTRS FROM
000110       *      THE LTRTMPL TEMPLATE (LETTER CODE ON SYSIN, CEXM906'S
000120       *      SUBSTITUTION MACHINERY: &NAME &CERT &EXPIRY &DAYS) AT
000130       *      90, 60 AND 30 DAYS BEFORE EXPIRY (SPGM0906'S DD DAY
000140       *      COUNT). CF-NOTICE-LEVEL REMEMBERS THE LAST NOTICE SENT
000150       *      SO EACH LEVEL GOES OUT ONCE HOWEVER THE MONTHLY RUNS
000160       *      FALL; A CERTIFICATION FIRST SEEN INSIDE 30 DAYS GETS ONLY
000170       *      THE 30-DAY LETTER. EXPIRED CERTIFICATIONS ARE LISTED.
000180       *    - THEN WALKS SECTFILE AND CROSS-CHECKS EACH SECTION'S
000190       *      INSTRUCTOR AGAINST THE COURSE'S CRSFILE SUBJECT AREA,
000200       *      LISTING EVERY SECTION TAUGHT WITHOUT A CURRENT (ISSUED ON
000210       *      OR BEFORE AND EXPIRING ON OR AFTER THE RUN DATE)
000220       *      CERTIFICATION COVERING THAT SUBJECT.
000230       *  ANY SECTION LISTED LEAVES RETURN CODE 4.
000240       *  SYSIN: CARD 1 LETTER CODE, THEN DATE= (YYYYMMDD, DEFAULT THE
000250       *  RUN DATE).
000260       * CERTFILE: JEBA02.EMY.COBOL.CERTFILE (INDEXED ON INSTR+CERT)
000270       * INSTFILE: JEBA02.EMY.COBOL.INSTFILE (INDEXED ON INSTR NO)
000280       * SECTFILE: JEBA02.EMY.COBOL.SECTFILE (INDEXED ON COURSE+SECT)
000290       * CRSFILE : JEBA02.EMY.COBOL.CRSFILE (INDEXED ON COURSE CODE)
000300       * LTRTMPL : JEBA02.EMY.COBOL.LTRTMPL
000310       * CERTRPT : JEBA02.EMY.COBOL.CERTRPT
000320       * CERTLTRS: JEBA02.EMY.COBOL.CERTLTRS
000330       * ----------------------------------------------------------------
000340       * PRJ NO    NAME     DATE          MAINT DESC.
000350       * ----------------------------------------------------------------
000360       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000370       ******************************************************************
000380        ENVIRONMENT DIVISION.
000390        INPUT-OUTPUT SECTION.
000400        FILE-CONTROL.
000410            SELECT CERT-FILE
000420                ASSIGN TO CERTFILE
000430                ORGANIZATION IS INDEXED
000440                ACCESS MODE IS DYNAMIC
000450                RECORD KEY IS CF-CERT-KEY
000460                FILE STATUS IS WS-CERT-FS.
000470            SELECT INST-FILE
000480                ASSIGN TO INSTFILE
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS RANDOM
000510                RECORD KEY IS IN-INSTR-NO
000520                FILE STATUS IS WS-INST-FS.
000530            SELECT SECT-FILE
000540                ASSIGN TO SECTFILE
000550                ORGANIZATION IS INDEXED
000560                ACCESS MODE IS SEQUENTIAL
000570                RECORD KEY IS SE-SECT-KEY
000580                FILE STATUS IS WS-SECT-FS.
000590            SELECT CRS-FILE
000600                ASSIGN TO CRSFILE
000610                ORGANIZATION IS INDEXED
000620                ACCESS MODE IS RANDOM
000630                RECORD KEY IS CS-COURSE-CODE
000640                FILE STATUS IS WS-CRS-FS.
000650            SELECT TMPL-FILE
000660                ASSIGN TO LTRTMPL
000670                ORGANIZATION IS SEQUENTIAL
000680                ACCESS MODE IS SEQUENTIAL
000690                FILE STATUS IS WS-TMPL-FS.
000700            SELECT REPORT-FILE
000710                ASSIGN TO CERTRPT
000720                ORGANIZATION IS SEQUENTIAL
000730                ACCESS MODE IS SEQUENTIAL
000740                FILE STATUS IS WS-REPORT-FS.
000750            SELECT LETTER-FILE
000760                ASSIGN TO CERTLTRS
000770                ORGANIZATION IS SEQUENTIAL
000780                ACCESS MODE IS SEQUENTIAL
000790                FILE STATUS IS WS-LETTER-FS.
000800        DATA DIVISION.
000810        FILE SECTION.
000820        FD  CERT-FILE.
000830        01  CF-CERT-REC.
000840            05  CF-CERT-KEY.
000850                10  CF-INSTR-NO           PIC 9(05).
000860                10  CF-CERT-CODE          PIC X(06).
000870            05  CF-ISSUE-DATE             PIC 9(08).
000880            05  CF-EXPIRY-DATE            PIC 9(08).
000890            05  CF-SUBJ-AREA              PIC X(04) OCCURS 6 TIMES.
000900            05  CF-NOTICE-LEVEL           PIC 9(02).
000910            05  CF-NOTICE-DATE            PIC X(08).
000920            05  FILLER                    PIC X(19).
000930        FD  INST-FILE.
000940        01  IN-INST-REC.
000950            05  IN-INSTR-NO               PIC 9(05).
000960            05  IN-INSTR-NAME             PIC X(30).
000970            05  IN-DEPTNO                 PIC 9(02).
000980            05  FILLER                    PIC X(43).
000990        FD  SECT-FILE.
001000        01  SE-SECT-REC.
001010            05  SE-SECT-KEY.
001020                10  SE-COURSE-CODE        PIC X(06).
001030                10  SE-SECT-NO            PIC 9(02).
001040            05  SE-SEAT-CAP               PIC 9(03).
001050            05  SE-SEATS-USED             PIC 9(03).
001060            05  SE-MEET-SLOT              PIC X(10).
001070            05  SE-INSTR-NO               PIC 9(05).
001080            05  SE-ROOM-CODE              PIC X(06).
001090            05  FILLER                    PIC X(45).
001100        FD  CRS-FILE.
001110        01  CS-CRS-REC.
001120            05  CS-COURSE-CODE            PIC X(06).
001130            05  CS-COURSE-TITLE           PIC X(30).
001140            05  CS-CREDIT-HOURS           PIC 9(02).
001150            05  CS-FEE-CODE               PIC X(04).
001160            05  CS-SUBJ-AREA              PIC X(04).
001170            05  FILLER                    PIC X(34).
001180        FD  TMPL-FILE.
001190        01  TL-TMPL-REC.
001200            05  TL-LETTER-CODE            PIC X(03).
001210            05  TL-TEXT                   PIC X(70).
001220            05  TL-LANG-CODE              PIC X(02).
001230            05  FILLER                    PIC X(05).
001240        FD  REPORT-FILE.
001250        01  RS-REPORT-REC                 PIC X(80).
001260        FD  LETTER-FILE.
001270        01  LS-LETTER-REC                 PIC X(80).
001280        WORKING-STORAGE SECTION.
001290        01  WS-CERT-FS                    PIC X(02).
001300        01  WS-INST-FS                    PIC X(02).
001310        01  WS-SECT-FS                    PIC X(02).
001320        01  WS-CRS-FS                     PIC X(02).
001330        01  WS-TMPL-FS                    PIC X(02).
001340        01  WS-REPORT-FS                  PIC X(02).
001350        01  WS-LETTER-FS                  PIC X(02).
001360        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001370        01  WS-CERT-EOF                   PIC X(03) VALUE "NO".
001380        01  WS-SECT-EOF                   PIC X(03) VALUE "NO".
001390        01  WS-TMPL-EOF                   PIC X(03) VALUE "NO".
001400        01  WS-LETTER-CODE                PIC X(03).
001410        01  WS-PARM-CARD                  PIC X(80).
001420        01  WS-CURRENT-DATE-DATA          PIC X(20).
001443       * THE RUN DATE AND THE EXPIRY DATE IN HAND.
001466        01  WS-RUN-DATE                   PIC 9(08).
001490        01  WS-EXP-DATE                   PIC 9(08).
001500        01  WS-EXP-DATE-R REDEFINES WS-EXP-DATE.
001510            05  WS-ED-YYYY                PIC 9(04).
001520            05  WS-ED-MM                  PIC 9(02).
001530            05  WS-ED-DD                  PIC 9(02).
001540        01  WS-DAYS-LEFT                  PIC S9(05).
001550        01  WS-WINDOW                     PIC 9(02).
001560       * SECTION CROSS-CHECK STATE FOR THE INSTRUCTOR IN HAND.
001570        01  WS-SCAN-DONE                  PIC X(03).
001580        01  WS-ANY-CERT                   PIC X(03).
001590        01  WS-SUBJ-CERT                  PIC X(03).
001600        01  WS-CURRENT-CERT               PIC X(03).
001610        01  WS-THIS-MATCH                 PIC X(03).
001620        01  WS-SUBJ-SUB                   PIC 9(01).
001630        01  WS-REASON                     PIC X(32).
001640        01  WS-INSTR-NAME                 PIC X(30).
001650       * COUNTS.
001660        01  WS-CERT-READ                  PIC 9(06) VALUE 0.
001670        01  WS-NOTICE-COUNT               PIC 9(06) VALUE 0.
001680        01  WS-EXPIRED-COUNT              PIC 9(06) VALUE 0.
001690        01  WS-NO-INST-COUNT              PIC 9(06) VALUE 0.
001700        01  WS-SECT-CHECKED               PIC 9(06) VALUE 0.
001710        01  WS-SECT-FLAGGED               PIC 9(06) VALUE 0.
001720       * LETTER TEMPLATE MACHINERY, CEXM906-STYLE.
001730        01  WS-TMPL-COUNT                 PIC 9(02) VALUE 0.
001740        01  WS-TMPL-TABLE.
001750            05  WS-TMPL-LINE              PIC X(70)
001760                                          OCCURS 30 TIMES.
001770        01  WS-TMPL-SUB                   PIC 9(02).
001780        01  WS-WORK-LINE                  PIC X(80).
001790        01  WS-BUILT-LINE                 PIC X(80).
001800        01  WS-TOKEN                      PIC X(07).
001810        01  WS-TOKEN-LEN                  PIC 9(01).
001820        01  WS-TOKEN-POS                  PIC 9(02).
001830        01  WS-TAIL-POS                   PIC 9(02).
001840        01  WS-TAIL-LEN                   PIC 9(02).
001850        01  WS-BUILD-PTR                  PIC 9(03).
001860        01  WS-SUB-VALUE                  PIC X(30).
001870        01  WS-EXPIRY-TEXT.
001880            05  WS-ET-MM                  PIC 9(02).
001890            05  FILLER                    PIC X(01) VALUE "/".
001900            05  WS-ET-DD                  PIC 9(02).
001910            05  FILLER                    PIC X(01) VALUE "/".
001920            05  WS-ET-YYYY                PIC 9(04).
001930        01  WS-DAYS-TEXT                  PIC 9(02).
001940        01  WS-BORDER                     PIC X(66) VALUE ALL "*".
001950        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001960        01  WS-RPT-TITLE.
001970            05 FILLER                     PIC X(41)
001980               VALUE "INSTRUCTOR CERTIFICATION MONTHLY RUN - AS".
001990            05 FILLER                     PIC X(04) VALUE " OF ".
002000            05 WS-RT-DATE                 PIC 9(08).
002010            05 FILLER                     PIC X(27) VALUE SPACES.
002020        01  WS-NOTICE-TITLE               PIC X(80) VALUE
002030            "EXPIRY NOTICES AND EXPIRED CERTIFICATIONS:".
002040        01  WS-NOTICE-COLUMNS             PIC X(80) VALUE
002050            "INSTR  NAME                      CERT   EXPIRY    DAYS ACTI
002060       -    "ON".
002070        01  WS-NOTICE-LINE.
002080            05 WS-NL-INSTR                PIC 9(05).
002090            05 FILLER                     PIC X(02) VALUE SPACES.
002100            05 WS-NL-NAME                 PIC X(25).
002110            05 FILLER                     PIC X(01) VALUE SPACE.
002120            05 WS-NL-CERT                 PIC X(06).
002130            05 FILLER                     PIC X(01) VALUE SPACE.
002140            05 WS-NL-EXPIRY               PIC 9(08).
002150            05 FILLER                     PIC X(01) VALUE SPACE.
002160            05 WS-NL-DAYS                 PIC -(4)9.
002170            05 FILLER                     PIC X(01) VALUE SPACE.
002180            05 WS-NL-ACTION               PIC X(25).
002190        01  WS-SECT-TITLE                 PIC X(80) VALUE
002200            "SECTIONS TAUGHT WITHOUT A CURRENT MATCHING CERTIFICATION:".
002210        01  WS-SECT-COLUMNS               PIC X(80) VALUE
002220            "COURSE SC  INSTR NAME                      SUBJ REASON".
002230        01  WS-SECT-LINE.
002240            05 WS-SL-COURSE               PIC X(06).
002250            05 FILLER                     PIC X(01) VALUE SPACE.
002260            05 WS-SL-SECT                 PIC 9(02).
002270            05 FILLER                     PIC X(02) VALUE SPACES.
002280            05 WS-SL-INSTR                PIC 9(05).
002290            05 FILLER                     PIC X(01) VALUE SPACE.
002300            05 WS-SL-NAME                 PIC X(25).
002310            05 FILLER                     PIC X(01) VALUE SPACE.
002320            05 WS-SL-SUBJ                 PIC X(04).
002330            05 FILLER                     PIC X(01) VALUE SPACE.
002340            05 WS-SL-REASON               PIC X(32).
002350        01  WS-TOTAL-LINE.
002360            05 WS-TT-LABEL                PIC X(40).
002370            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
002380            05 FILLER                     PIC X(33) VALUE SPACES.
002386        COPY SPGM0905L.
002393        COPY SPGM0906L.
002400        COPY SPGMABNL.
002410        PROCEDURE DIVISION.
002420       ******************************************************************
002430       * MAIN PROGRAM FLOW.
002440       ******************************************************************
002450        00000-MAIN-PARA.
002460            PERFORM 05000-ACCEPT-PARA.
002470            IF  WS-ERROR-FLAG              NOT = "YES"
002480                PERFORM 10000-INITIALIZE-PARA
002490            END-IF.
002500            IF  WS-ERROR-FLAG              NOT = "YES"
002510                PERFORM 12000-LOAD-TMPL-PARA
002520                    UNTIL WS-TMPL-EOF      = "YES"
002530            END-IF.
002540            IF  WS-ERROR-FLAG              NOT = "YES"
002550                PERFORM 20000-NOTICE-PARA
002560                    UNTIL WS-CERT-EOF      = "YES"
002570                    OR    WS-ERROR-FLAG    = "YES"
002580            END-IF.
002590            IF  WS-ERROR-FLAG              NOT = "YES"
002600                MOVE WS-HEADER1            TO RS-REPORT-REC
002610                WRITE RS-REPORT-REC
002620                MOVE WS-SECT-TITLE         TO RS-REPORT-REC
002630                WRITE RS-REPORT-REC
002640                MOVE WS-SECT-COLUMNS       TO RS-REPORT-REC
002650                WRITE RS-REPORT-REC
002660                PERFORM 24000-SECTION-PARA
002670                    UNTIL WS-SECT-EOF      = "YES"
002680                PERFORM 28000-TOTALS-PARA
002690            END-IF.
002700            PERFORM 30000-CLOSE-PARA.
002710            STOP RUN.
002720       ******************************************************************
002730       * ACCEPT THE LETTER CODE, CEXM906-STYLE, THEN THE DATE= CARD
002740       * (DEFAULT THE RUN DATE).
002750       ******************************************************************
002760        05000-ACCEPT-PARA.
002770            ACCEPT WS-LETTER-CODE.
002780            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002790            MOVE SPACES                    TO WS-PARM-CARD.
002800            ACCEPT WS-PARM-CARD.
002810            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002820            MOVE "DATE"                    TO LK-PA-KEYWORD.
002830            SET LK-PA-NUMERIC              TO TRUE.
002840            MOVE 19000101                  TO LK-PA-MIN-VALUE.
002850            MOVE 20991231                  TO LK-PA-MAX-VALUE.
002860            MOVE WS-CURRENT-DATE-DATA(1:8) TO LK-PA-DEFAULT.
002870            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002880            IF  LK-PA-BAD
002890                DISPLAY "BAD DATE= CARD - RUN REFUSED."
002900                MOVE 16                    TO RETURN-CODE
002910                MOVE "YES"                 TO WS-ERROR-FLAG
002920            ELSE
002930                MOVE LK-PA-NUM-VALUE       TO WS-RUN-DATE
002940            END-IF.
002950       ******************************************************************
002960       * OPEN ALL FILES AND HEAD THE REPORT.
002970       ******************************************************************
002980        10000-INITIALIZE-PARA.
002990            OPEN I-O CERT-FILE.
003000            IF WS-CERT-FS                  NOT = "00"
003010               DISPLAY "CERTFILE ACCESS ERROR."
003020               MOVE "CEXM1078"            TO LK-PGM-ID
003030               MOVE "CERTFILE"            TO LK-FILE-ID
003040               MOVE WS-CERT-FS            TO LK-FILE-STATUS
003050               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003060               IF  LK-ABEND-YES
003070                   MOVE 16                TO RETURN-CODE
003080                   MOVE "YES"             TO WS-ERROR-FLAG
003090               END-IF
003100            END-IF.
003110            OPEN INPUT INST-FILE.
003120            IF WS-INST-FS                  NOT = "00"
003130               DISPLAY "INSTFILE ACCESS ERROR."
003140               MOVE "CEXM1078"            TO LK-PGM-ID
003150               MOVE "INSTFILE"            TO LK-FILE-ID
003160               MOVE WS-INST-FS            TO LK-FILE-STATUS
003170               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003180               IF  LK-ABEND-YES
003190                   MOVE 16                TO RETURN-CODE
003200                   MOVE "YES"             TO WS-ERROR-FLAG
003210               END-IF
003220            END-IF.
003230            OPEN INPUT SECT-FILE.
003240            IF WS-SECT-FS                  NOT = "00"
003250               DISPLAY "SECTFILE ACCESS ERROR."
003260               MOVE "CEXM1078"            TO LK-PGM-ID
003270               MOVE "SECTFILE"            TO LK-FILE-ID
003280               MOVE WS-SECT-FS            TO LK-FILE-STATUS
003290               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003300               IF  LK-ABEND-YES
003310                   MOVE 16                TO RETURN-CODE
003320                   MOVE "YES"             TO WS-ERROR-FLAG
003330               END-IF
003340            END-IF.
003350            OPEN INPUT CRS-FILE.
003360            IF WS-CRS-FS                   NOT = "00"
003370               DISPLAY "CRSFILE ACCESS ERROR."
003380               MOVE "CEXM1078"            TO LK-PGM-ID
003390               MOVE "CRSFILE"             TO LK-FILE-ID
003400               MOVE WS-CRS-FS             TO LK-FILE-STATUS
003410               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003420               IF  LK-ABEND-YES
003430                   MOVE 16                TO RETURN-CODE
003440                   MOVE "YES"             TO WS-ERROR-FLAG
003450               END-IF
003460            END-IF.
003470            OPEN INPUT TMPL-FILE.
003480            IF WS-TMPL-FS                  NOT = "00"
003490               DISPLAY "LTRTMPL ACCESS ERROR."
003500               MOVE "CEXM1078"            TO LK-PGM-ID
003510               MOVE "LTRTMPL"             TO LK-FILE-ID
003520               MOVE WS-TMPL-FS            TO LK-FILE-STATUS
003530               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003540               IF  LK-ABEND-YES
003550                   MOVE 16                TO RETURN-CODE
003560                   MOVE "YES"             TO WS-ERROR-FLAG
003570               END-IF
003580            END-IF.
003590            OPEN OUTPUT REPORT-FILE.
003600            IF WS-REPORT-FS                NOT = "00"
003610               DISPLAY "CERTRPT ACCESS ERROR."
003620               MOVE "CEXM1078"            TO LK-PGM-ID
003630               MOVE "CERTRPT"             TO LK-FILE-ID
003640               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003650               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003660               IF  LK-ABEND-YES
003670                   MOVE 16                TO RETURN-CODE
003680                   MOVE "YES"             TO WS-ERROR-FLAG
003690               END-IF
003700            ELSE
003710               MOVE WS-RUN-DATE           TO WS-RT-DATE
003720               MOVE WS-HEADER1            TO RS-REPORT-REC
003730               WRITE RS-REPORT-REC
003740               MOVE WS-RPT-TITLE          TO RS-REPORT-REC
003750               WRITE RS-REPORT-REC
003760               MOVE WS-HEADER1            TO RS-REPORT-REC
003770               WRITE RS-REPORT-REC
003780               MOVE WS-NOTICE-TITLE       TO RS-REPORT-REC
003790               WRITE RS-REPORT-REC
003800               MOVE WS-NOTICE-COLUMNS     TO RS-REPORT-REC
003810               WRITE RS-REPORT-REC
003820            END-IF.
003830            OPEN OUTPUT LETTER-FILE.
003840            IF WS-LETTER-FS                NOT = "00"
003850               DISPLAY "CERTLTRS ACCESS ERROR."
003860               MOVE "CEXM1078"            TO LK-PGM-ID
003870               MOVE "CERTLTRS"            TO LK-FILE-ID
003880               MOVE WS-LETTER-FS          TO LK-FILE-STATUS
003890               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003900               IF  LK-ABEND-YES
003910                   MOVE 16                TO RETURN-CODE
003920                   MOVE "YES"             TO WS-ERROR-FLAG
003930               END-IF
003940            END-IF.
003950       ******************************************************************
003960       * LOAD THE NOTICE TEMPLATE LINES FOR THE LETTER CODE.
003970       ******************************************************************
003980        12000-LOAD-TMPL-PARA.
003990            READ TMPL-FILE
004000            AT END
004010                MOVE "YES"                 TO WS-TMPL-EOF
004020                IF  WS-TMPL-COUNT          = 0
004030                    DISPLAY "NO LTRTMPL LINES FOR LETTER CODE "
004040                        WS-LETTER-CODE " - RUN REFUSED."
004050                    MOVE 16                TO RETURN-CODE
004060                    MOVE "YES"             TO WS-ERROR-FLAG
004070                END-IF
004080            NOT AT END
004090                IF  TL-LETTER-CODE         = WS-LETTER-CODE
004100                    AND TL-LANG-CODE       = SPACES
004110                    IF  WS-TMPL-COUNT      = 30
004120                        DISPLAY "TEMPLATE TABLE FULL AT 30 LINES."
004130                    ELSE
004140                        ADD 1              TO WS-TMPL-COUNT
004150                        MOVE TL-TEXT
004160                            TO WS-TMPL-LINE(WS-TMPL-COUNT)
004170                    END-IF
004180                END-IF
004190            END-READ.
004200       ******************************************************************
004210       * ONE CERTIFICATION: DAYS TO EXPIRY AND THE NOTICE WINDOW IT HAS
004220       * REACHED. A NOTICE GOES OUT ONLY FOR A WINDOW NEARER EXPIRY
004230       * THAN THE LAST ONE SENT.
004240       ******************************************************************
004250        20000-NOTICE-PARA.
004260            READ CERT-FILE NEXT RECORD
004270            AT END
004280                MOVE "YES"                 TO WS-CERT-EOF
004290            NOT AT END
004300                ADD 1                      TO WS-CERT-READ
004310                MOVE CF-EXPIRY-DATE        TO WS-EXP-DATE
004314                SET LK-DT-DIFF-DAYS        TO TRUE
004319                MOVE CF-EXPIRY-DATE        TO LK-DT-DATE-1
004324                MOVE WS-RUN-DATE           TO LK-DT-DATE-2
004328                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
004333                MOVE LK-DT-RESULT          TO WS-DAYS-LEFT
004338                EVALUATE TRUE
004342                    WHEN LK-DT-BAD
004347                        MOVE 0             TO WS-WINDOW
004352                        MOVE 0             TO WS-DAYS-LEFT
004356                        PERFORM 23000-GET-NAME-PARA
004361                        MOVE "EXPIRY NOT A REAL DATE"
004366                                           TO WS-NL-ACTION
004370                        PERFORM 22500-NOTICE-LINE-PARA
004375                    WHEN WS-DAYS-LEFT      < 0
004380                        MOVE 0             TO WS-WINDOW
004390                        PERFORM 21000-EXPIRED-PARA
004400                    WHEN WS-DAYS-LEFT      <= 30
004410                        MOVE 30            TO WS-WINDOW
004420                    WHEN WS-DAYS-LEFT      <= 60
004430                        MOVE 60            TO WS-WINDOW
004440                    WHEN WS-DAYS-LEFT      <= 90
004450                        MOVE 90            TO WS-WINDOW
004460                    WHEN OTHER
004470                        MOVE 0             TO WS-WINDOW
004480                END-EVALUATE
004490                IF  WS-WINDOW              > 0
004500                    AND (CF-NOTICE-LEVEL   = 0
004510                     OR  WS-WINDOW         < CF-NOTICE-LEVEL)
004520                    PERFORM 22000-SEND-NOTICE-PARA
004530                END-IF
004540            END-READ.
004550       ******************************************************************
004560       * AN EXPIRED CERTIFICATION STILL ON FILE IS LISTED EVERY MONTH
004570       * UNTIL IT IS RENEWED OR DELETED.
004580       ******************************************************************
004590        21000-EXPIRED-PARA.
004600            ADD 1                          TO WS-EXPIRED-COUNT.
004610            PERFORM 23000-GET-NAME-PARA.
004620            MOVE "EXPIRED - RENEW/DELETE"  TO WS-NL-ACTION.
004630            PERFORM 22500-NOTICE-LINE-PARA.
004640       ******************************************************************
004650       * WRITE THE NOTICE LETTER AND RECORD THE LEVEL SENT.
004660       ******************************************************************
004670        22000-SEND-NOTICE-PARA.
004680            PERFORM 23000-GET-NAME-PARA.
004690            IF  WS-INST-FS                 NOT = "00"
004700                ADD 1                      TO WS-NO-INST-COUNT
004710                MOVE "NOT ON INSTFILE-NO LTR"
004720                                           TO WS-NL-ACTION
004730                PERFORM 22500-NOTICE-LINE-PARA
004740            ELSE
004750                MOVE WS-ED-MM              TO WS-ET-MM
004760                MOVE WS-ED-DD              TO WS-ET-DD
004770                MOVE WS-ED-YYYY            TO WS-ET-YYYY
004780                MOVE WS-WINDOW             TO WS-DAYS-TEXT
004790                MOVE WS-BORDER             TO LS-LETTER-REC
004800                WRITE LS-LETTER-REC
004810                PERFORM 22100-PRINT-TMPL-PARA
004820                    VARYING WS-TMPL-SUB FROM 1 BY 1
004830                    UNTIL WS-TMPL-SUB      > WS-TMPL-COUNT
004840                MOVE WS-BORDER             TO LS-LETTER-REC
004850                WRITE LS-LETTER-REC
004860                ADD 1                      TO WS-NOTICE-COUNT
004870                MOVE SPACES                TO WS-NL-ACTION
004880                STRING WS-DAYS-TEXT "-DAY NOTICE SENT"
004890                    DELIMITED BY SIZE INTO WS-NL-ACTION
004900                END-STRING
004910                PERFORM 22500-NOTICE-LINE-PARA
004920                MOVE WS-WINDOW             TO CF-NOTICE-LEVEL
004930                MOVE WS-RUN-DATE           TO CF-NOTICE-DATE
004940                REWRITE CF-CERT-REC
004950                IF  WS-CERT-FS             NOT = "00"
004960                    PERFORM 29000-CERT-IO-ERROR-PARA
004970                END-IF
004980            END-IF.
004990       ******************************************************************
005000       * PRINT ONE TEMPLATE LINE, RESOLVING ITS SUBSTITUTION
005010       * VARIABLES (CEXM906'S MACHINERY).
005020       ******************************************************************
005030        22100-PRINT-TMPL-PARA.
005040            MOVE SPACES                    TO WS-WORK-LINE.
005050            MOVE WS-TMPL-LINE(WS-TMPL-SUB) TO WS-WORK-LINE.
005060            MOVE "&NAME"                   TO WS-TOKEN.
005070            MOVE 5                         TO WS-TOKEN-LEN.
005080            MOVE WS-INSTR-NAME             TO WS-SUB-VALUE.
005090            PERFORM 22200-APPLY-TOKEN-PARA.
005100            MOVE "&CERT"                   TO WS-TOKEN.
005110            MOVE 5                         TO WS-TOKEN-LEN.
005120            MOVE CF-CERT-CODE              TO WS-SUB-VALUE.
005130            PERFORM 22200-APPLY-TOKEN-PARA.
005140            MOVE "&EXPIRY"                 TO WS-TOKEN.
005150            MOVE 7                         TO WS-TOKEN-LEN.
005160            MOVE WS-EXPIRY-TEXT            TO WS-SUB-VALUE.
005170            PERFORM 22200-APPLY-TOKEN-PARA.
005180            MOVE "&DAYS"                   TO WS-TOKEN.
005190            MOVE 5                         TO WS-TOKEN-LEN.
005200            MOVE WS-DAYS-TEXT              TO WS-SUB-VALUE.
005210            PERFORM 22200-APPLY-TOKEN-PARA.
005220            MOVE WS-WORK-LINE              TO LS-LETTER-REC.
005230            WRITE LS-LETTER-REC.
005240       ******************************************************************
005250       * SPLICE ONE VARIABLE'S VALUE INTO WS-WORK-LINE WHERE WS-TOKEN
005260       * APPEARS, CEXM906'S 21600-APPLY-TOKEN-PARA LOGIC.
005270       ******************************************************************
005280        22200-APPLY-TOKEN-PARA.
005290            MOVE 0                         TO WS-TOKEN-POS.
005300            INSPECT WS-WORK-LINE TALLYING WS-TOKEN-POS
005310                FOR CHARACTERS BEFORE INITIAL
005320                WS-TOKEN(1:WS-TOKEN-LEN).
005330            IF  WS-TOKEN-POS               < 80
005340                MOVE SPACES                TO WS-BUILT-LINE
005350                MOVE 1                     TO WS-BUILD-PTR
005360                IF  WS-TOKEN-POS           > 0
005370                    STRING WS-WORK-LINE(1:WS-TOKEN-POS)
005380                        DELIMITED BY SIZE
005390                        INTO WS-BUILT-LINE
005400                        WITH POINTER WS-BUILD-PTR
005410                        ON OVERFLOW CONTINUE
005420                    END-STRING
005430                END-IF
005440                STRING WS-SUB-VALUE DELIMITED BY "  "
005450                    INTO WS-BUILT-LINE
005460                    WITH POINTER WS-BUILD-PTR
005470                    ON OVERFLOW CONTINUE
005480                END-STRING
005490                COMPUTE WS-TAIL-POS = WS-TOKEN-POS
005500                    + WS-TOKEN-LEN + 1
005510                IF  WS-TAIL-POS            <= 80
005520                    COMPUTE WS-TAIL-LEN = 81 - WS-TAIL-POS
005530                    STRING WS-WORK-LINE(WS-TAIL-POS:WS-TAIL-LEN)
005540                        DELIMITED BY SIZE
005550                        INTO WS-BUILT-LINE
005560                        WITH POINTER WS-BUILD-PTR
005570                        ON OVERFLOW CONTINUE
005580                    END-STRING
005590                END-IF
005600                MOVE WS-BUILT-LINE         TO WS-WORK-LINE
005610            END-IF.
005620       ******************************************************************
005630       * ONE LINE OF THE NOTICE SECTION FOR THE CERTIFICATION IN HAND.
005640       ******************************************************************
005650        22500-NOTICE-LINE-PARA.
005660            MOVE CF-INSTR-NO               TO WS-NL-INSTR.
005670            MOVE WS-INSTR-NAME             TO WS-NL-NAME.
005680            MOVE CF-CERT-CODE              TO WS-NL-CERT.
005690            MOVE CF-EXPIRY-DATE            TO WS-NL-EXPIRY.
005700            MOVE WS-DAYS-LEFT              TO WS-NL-DAYS.
005710            MOVE WS-NOTICE-LINE            TO RS-REPORT-REC.
005720            WRITE RS-REPORT-REC.
005730       ******************************************************************
005740       * THE INSTRUCTOR'S NAME OFF INSTFILE.
005750       ******************************************************************
005760        23000-GET-NAME-PARA.
005770            MOVE CF-INSTR-NO               TO IN-INSTR-NO.
005780            PERFORM 23100-READ-INST-PARA.
005790        23100-READ-INST-PARA.
005800            READ INST-FILE
005810                INVALID KEY
005820                    MOVE "NOT ON INSTFILE"  TO WS-INSTR-NAME
005830                NOT INVALID KEY
005840                    MOVE IN-INSTR-NAME     TO WS-INSTR-NAME
005850            END-READ.
005860       ******************************************************************
005870       * ONE SECTION: ITS COURSE'S SUBJECT AREA AGAINST THE
005880       * INSTRUCTOR'S CERTIFICATIONS. A SECTION WITH NO INSTRUCTOR YET
005890       * IS NOT CHECKED.
005900       ******************************************************************
005910        24000-SECTION-PARA.
005920            READ SECT-FILE
005930            AT END
005940                MOVE "YES"                 TO WS-SECT-EOF
005950            NOT AT END
005960                IF  SE-INSTR-NO            IS NUMERIC
005970                    AND SE-INSTR-NO        > 0
005980                    PERFORM 25000-CHECK-SECT-PARA
005990                END-IF
006000            END-READ.
006010        25000-CHECK-SECT-PARA.
006020            ADD 1                          TO WS-SECT-CHECKED.
006030            MOVE SPACES                    TO WS-REASON.
006040            MOVE SE-COURSE-CODE            TO CS-COURSE-CODE.
006050            READ CRS-FILE
006060                INVALID KEY
006070                    MOVE SPACES            TO CS-SUBJ-AREA
006080                    MOVE "COURSE NOT ON CRSFILE" TO WS-REASON
006090                NOT INVALID KEY
006100                    IF  CS-SUBJ-AREA       = SPACES
006110                        MOVE "COURSE HAS NO SUBJECT AREA"
006120                                           TO WS-REASON
006130                    ELSE
006140                        PERFORM 26000-FIND-CERT-PARA
006150                    END-IF
006160            END-READ.
006170            IF  WS-REASON                  NOT = SPACES
006180                ADD 1                      TO WS-SECT-FLAGGED
006190                MOVE SE-INSTR-NO           TO IN-INSTR-NO
006200                PERFORM 23100-READ-INST-PARA
006210                MOVE SE-COURSE-CODE        TO WS-SL-COURSE
006220                MOVE SE-SECT-NO            TO WS-SL-SECT
006230                MOVE SE-INSTR-NO           TO WS-SL-INSTR
006240                MOVE WS-INSTR-NAME         TO WS-SL-NAME
006250                MOVE CS-SUBJ-AREA          TO WS-SL-SUBJ
006260                MOVE WS-REASON             TO WS-SL-REASON
006270                MOVE WS-SECT-LINE          TO RS-REPORT-REC
006280                WRITE RS-REPORT-REC
006290            END-IF.
006300       ******************************************************************
006310       * WALK THE INSTRUCTOR'S CERTIFICATIONS LOOKING FOR A CURRENT ONE
006320       * THAT COVERS THE COURSE'S SUBJECT AREA.
006330       ******************************************************************
006340        26000-FIND-CERT-PARA.
006350            MOVE "NO"                      TO WS-ANY-CERT.
006360            MOVE "NO"                      TO WS-SUBJ-CERT.
006370            MOVE "NO"                      TO WS-CURRENT-CERT.
006380            MOVE "NO"                      TO WS-SCAN-DONE.
006390            MOVE SE-INSTR-NO               TO CF-INSTR-NO.
006400            MOVE LOW-VALUES                TO CF-CERT-CODE.
006410            START CERT-FILE KEY IS >= CF-CERT-KEY
006420                INVALID KEY
006430                    MOVE "YES"             TO WS-SCAN-DONE
006440            END-START.
006450            PERFORM 26100-NEXT-CERT-PARA
006460                UNTIL WS-SCAN-DONE         = "YES".
006470            EVALUATE TRUE
006480                WHEN WS-CURRENT-CERT       = "YES"
006490                    CONTINUE
006500                WHEN WS-SUBJ-CERT          = "YES"
006510                    MOVE "SUBJECT CERTIFICATION NOT CURRENT"
006520                                           TO WS-REASON
006530                WHEN WS-ANY-CERT           = "YES"
006540                    MOVE "NO CERTIFICATION IN SUBJECT"
006550                                           TO WS-REASON
006560                WHEN OTHER
006570                    MOVE "NO CERTIFICATION ON FILE"
006580                                           TO WS-REASON
006590            END-EVALUATE.
006600        26100-NEXT-CERT-PARA.
006610            READ CERT-FILE NEXT RECORD
006620            AT END
006630                MOVE "YES"                 TO WS-SCAN-DONE
006640            NOT AT END
006650                IF  CF-INSTR-NO            NOT = SE-INSTR-NO
006660                    MOVE "YES"             TO WS-SCAN-DONE
006670                ELSE
006680                    MOVE "YES"             TO WS-ANY-CERT
006690                    MOVE "NO"              TO WS-THIS-MATCH
006700                    PERFORM 26200-MATCH-SUBJ-PARA
006710                        VARYING WS-SUBJ-SUB FROM 1 BY 1
006720                        UNTIL WS-SUBJ-SUB  > 6
006730                    IF  WS-THIS-MATCH      = "YES"
006740                        MOVE "YES"         TO WS-SUBJ-CERT
006750                        IF  CF-ISSUE-DATE  <= WS-RUN-DATE
006760                            AND CF-EXPIRY-DATE >= WS-RUN-DATE
006770                            MOVE "YES"     TO WS-CURRENT-CERT
006780                            MOVE "YES"     TO WS-SCAN-DONE
006790                        END-IF
006800                    END-IF
006810                END-IF
006820            END-READ.
006830        26200-MATCH-SUBJ-PARA.
006840            IF  CF-SUBJ-AREA(WS-SUBJ-SUB)  = CS-SUBJ-AREA
006850                MOVE "YES"                 TO WS-THIS-MATCH
006860            END-IF.
006870       ******************************************************************
006880       * RUN TOTALS. ANY SECTION LISTED LEAVES RETURN CODE 4.
006890       ******************************************************************
006900        28000-TOTALS-PARA.
006910            MOVE WS-HEADER1                TO RS-REPORT-REC.
006920            WRITE RS-REPORT-REC.
006930            MOVE "CERTIFICATIONS ON FILE" TO WS-TT-LABEL.
006940            MOVE WS-CERT-READ              TO WS-TT-COUNT.
006950            PERFORM 28100-TOTAL-LINE-PARA.
006960            MOVE "EXPIRY NOTICE LETTERS WRITTEN" TO WS-TT-LABEL.
006970            MOVE WS-NOTICE-COUNT           TO WS-TT-COUNT.
006980            PERFORM 28100-TOTAL-LINE-PARA.
006990            MOVE "NOTICES DUE - INSTRUCTOR NOT ON FILE"
007000                                           TO WS-TT-LABEL.
007010            MOVE WS-NO-INST-COUNT          TO WS-TT-COUNT.
007020            PERFORM 28100-TOTAL-LINE-PARA.
007030            MOVE "CERTIFICATIONS EXPIRED" TO WS-TT-LABEL.
007040            MOVE WS-EXPIRED-COUNT          TO WS-TT-COUNT.
007050            PERFORM 28100-TOTAL-LINE-PARA.
007060            MOVE "SECTIONS CHECKED"        TO WS-TT-LABEL.
007070            MOVE WS-SECT-CHECKED           TO WS-TT-COUNT.
007080            PERFORM 28100-TOTAL-LINE-PARA.
007090            MOVE "SECTIONS WITHOUT A CURRENT MATCH"
007100                                           TO WS-TT-LABEL.
007110            MOVE WS-SECT-FLAGGED           TO WS-TT-COUNT.
007120            PERFORM 28100-TOTAL-LINE-PARA.
007130            IF  WS-SECT-FLAGGED            > 0
007140                MOVE 4                     TO RETURN-CODE
007150            END-IF.
007160        28100-TOTAL-LINE-PARA.
007170            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
007180            WRITE RS-REPORT-REC.
007190       ******************************************************************
007200       * A REWRITE FAILURE ON CERTFILE GOES THROUGH SPGMABND.
007210       ******************************************************************
007220        29000-CERT-IO-ERROR-PARA.
007230            DISPLAY "CERTFILE UPDATE ERROR - STATUS " WS-CERT-FS
007240                " - INSTR NO " CF-INSTR-NO " CERT " CF-CERT-CODE.
007250            MOVE "CEXM1078"                TO LK-PGM-ID.
007260            MOVE "CERTFILE"                TO LK-FILE-ID.
007270            MOVE WS-CERT-FS                TO LK-FILE-STATUS.
007280            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
007290            IF  LK-ABEND-YES
007300                MOVE 16                    TO RETURN-CODE
007310                MOVE "YES"                 TO WS-ERROR-FLAG
007320            END-IF.
007330       ******************************************************************
007340       * DISPLAY COUNTS AND CLOSE THE FILES.
007350       ******************************************************************
007360        30000-CLOSE-PARA.
007370            DISPLAY "CERTIFICATIONS READ  : " WS-CERT-READ.
007380            DISPLAY "NOTICES WRITTEN      : " WS-NOTICE-COUNT.
007390            DISPLAY "CERTS EXPIRED        : " WS-EXPIRED-COUNT.
007400            DISPLAY "SECTIONS CHECKED     : " WS-SECT-CHECKED.
007410            DISPLAY "SECTIONS FLAGGED     : " WS-SECT-FLAGGED.
007420            CLOSE CERT-FILE.
007430            CLOSE INST-FILE.
007440            CLOSE SECT-FILE.
007450            CLOSE CRS-FILE.
007460            CLOSE TMPL-FILE.
007470            CLOSE REPORT-FILE.
007480            CLOSE LETTER-FILE.
