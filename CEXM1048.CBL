000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1048.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: ABSENCE NOTIFICATION DELIVERY-STATUS POSTING,
000060       *  COMPANION TO CEXM1047. READS THE PHONE/TEXT VENDOR'S RETURNED
000070       *  NOTIFSTS FILE - CEXM938'S H/D/T ENVELOPE AROUND ONE DETAIL
000080       *  PER NUMBER TRIED: STUDENT, ATTENDANCE DATE, THE NUMBER, A
000090       *  D(ELIVERED) / N(O ANSWER) / U(NDELIVERABLE) STATUS AND THE
000100       *  VENDOR'S REASON - AND POSTS THE OUTCOME TO THE NOTIFICATION
000110       *  ON NOTIFLOG (DELIVERED ON EITHER NUMBER WINS). EVERY
000120       *  UNDELIVERABLE NUMBER GOES ON THE CONTCLN CONTACT-CLEANUP
000130       *  REPORT FOR THE FRONT OFFICE WITH THE CONTFILE CONTACT IT
000140       *  BELONGS TO, NOTING A NUMBER ALREADY CHANGED SINCE THE CALL.
000150       *  A TRAILER COUNT THAT DOES NOT MATCH THE DETAILS, OR A FILE
000160       *  WITHOUT ITS HEADER OR TRAILER, LEAVES RETURN CODE 8.
000170       * NOTIFSTS: JEBA02.EMY.COBOL.NOTIFSTS
000180       * NOTIFLOG: JEBA02.EMY.COBOL.NOTIFLOG (INDEXED ON ENROLL+DATE)
000190       * CONTFILE: JEBA02.EMY.COBOL.CONTFILE (INDEXED ON ENROLL+SEQ)
000200       * STUDOUT : JEBA02.EMY.COBOL.STUDOUT (INDEXED ON ENROLL NO)
000210       * CONTCLN : JEBA02.EMY.COBOL.CONTCLN
000220       * ----------------------------------------------------------------
000230       * PRJ NO    NAME     DATE          MAINT DESC.
000240       * ----------------------------------------------------------------
000250       * JEBA02    EMY     09/24/2026    PROGRAM CREATED.
000260       ******************************************************************
000270        ENVIRONMENT DIVISION.
000280        INPUT-OUTPUT SECTION.
000290        FILE-CONTROL.
000300            SELECT STS-FILE
000310                ASSIGN TO NOTIFSTS
000320                ORGANIZATION IS SEQUENTIAL
000330                ACCESS MODE IS SEQUENTIAL
000340                FILE STATUS IS WS-STS-FS.
000350            SELECT LOG-FILE
000360                ASSIGN TO NOTIFLOG
000370                ORGANIZATION IS INDEXED
000380                ACCESS MODE IS RANDOM
000390                RECORD KEY IS NL-NOTIF-KEY
000400                FILE STATUS IS WS-LOG-FS.
000410            SELECT CONT-FILE
000420                ASSIGN TO CONTFILE
000430                ORGANIZATION IS INDEXED
000440                ACCESS MODE IS RANDOM
000450                RECORD KEY IS CT-CONT-KEY
000460                FILE STATUS IS WS-CONT-FS.
000470            SELECT STUD-FILE
000480                ASSIGN TO STUDOUT
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS RANDOM
000510                RECORD KEY IS FS-ENROLL-NO
000520                FILE STATUS IS WS-STUD-FS.
000530            SELECT REPORT-FILE
000540                ASSIGN TO CONTCLN
000550                ORGANIZATION IS SEQUENTIAL
000560                ACCESS MODE IS SEQUENTIAL
000570                FILE STATUS IS WS-REPORT-FS.
000580        DATA DIVISION.
000590        FILE SECTION.
000600        FD  STS-FILE.
000610        01  DS-STS-REC.
000620            05  DS-REC-TYPE               PIC X(01).
000630            05  DS-ENROLL-NO              PIC 9(06).
000640            05  DS-ATT-DATE               PIC 9(08).
000650            05  DS-PHONE                  PIC X(12).
000660            05  DS-DLV-STATUS             PIC X(01).
000670            05  DS-REASON                 PIC X(30).
000680            05  FILLER                    PIC X(32).
000690        01  DS-HEADER-R REDEFINES DS-STS-REC.
000700            05  FILLER                    PIC X(01).
000710            05  DS-H-SENDER-ID            PIC X(08).
000720            05  DS-H-BUS-DATE             PIC 9(08).
000730            05  DS-H-FILE-SEQ             PIC 9(06).
000740            05  FILLER                    PIC X(67).
000750        01  DS-TRAILER-R REDEFINES DS-STS-REC.
000760            05  FILLER                    PIC X(01).
000770            05  DS-T-COUNT                PIC 9(06).
000780            05  FILLER                    PIC X(83).
000790        FD  LOG-FILE.
000800        01  NL-NOTIF-REC.
000810            05  NL-NOTIF-KEY.
000820                10  NL-ENROLL-NO          PIC 9(06).
000830                10  NL-ATT-DATE           PIC 9(08).
000840            05  NL-ATT-CODE               PIC X(01).
000850            05  NL-CONT-SEQ               PIC 9(02).
000860            05  NL-PHONE-1                PIC X(12).
000870            05  NL-PHONE-2                PIC X(12).
000880            05  NL-SENT-DATE              PIC 9(08).
000890            05  NL-FILE-SEQ               PIC 9(06).
000900            05  NL-DLV-STATUS             PIC X(01).
000910            05  NL-DLV-DATE               PIC X(08).
000920            05  FILLER                    PIC X(16).
000930        FD  CONT-FILE.
000940        01  CT-CONT-REC.
000950            05  CT-CONT-KEY.
000960                10  CT-ENROLL-NO          PIC 9(06).
000970                10  CT-CONT-SEQ           PIC 9(02).
000980            05  CT-CONT-NAME              PIC X(30).
000990            05  CT-RELATION               PIC X(10).
001000            05  CT-PHONE-1                PIC X(12).
001010            05  CT-PHONE-2                PIC X(12).
001020            05  CT-PRIORITY               PIC 9(02).
001030            05  FILLER                    PIC X(06).
001040        FD  STUD-FILE.
001050        01  FS-STUD-REC.
001060            05  FS-ENROLL-NO              PIC 9(06).
001070            05  FS-SNAME                  PIC X(30).
001080            05  FS-MATHS-MARKS            PIC 9(03).
001090            05  FS-SCIENCE-MARKS          PIC 9(03).
001100            05  FS-COMPUTER-MARKS         PIC 9(03).
001110            05  FS-AVG-MARKS              PIC 9(03)V9(02).
001120            05  FS-STUD-STATUS            PIC X(01).
001130            05  FS-STATUS-DATE            PIC X(08).
001140            05  FS-CAMPUS-CODE            PIC X(02).
001150            05  FILLER                    PIC X(19).
001160        FD  REPORT-FILE.
001170        01  RS-REPORT-REC                 PIC X(80).
001180        WORKING-STORAGE SECTION.
001190        01  WS-STS-FS                     PIC X(02).
001200        01  WS-LOG-FS                     PIC X(02).
001210        01  WS-CONT-FS                    PIC X(02).
001220        01  WS-STUD-FS                    PIC X(02).
001230        01  WS-REPORT-FS                  PIC X(02).
001240        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001250        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001260        01  WS-HEADER-SEEN                PIC X(03) VALUE "NO".
001270        01  WS-TRAILER-SEEN               PIC X(03) VALUE "NO".
001280        01  WS-CURRENT-DATE-DATA          PIC X(20).
001290        01  WS-DETAIL-COUNT               PIC 9(06) VALUE 0.
001300        01  WS-DELIVERED-COUNT            PIC 9(06) VALUE 0.
001310        01  WS-NOANSWER-COUNT             PIC 9(06) VALUE 0.
001320        01  WS-UNDELIV-COUNT              PIC 9(06) VALUE 0.
001330        01  WS-BAD-COUNT                  PIC 9(06) VALUE 0.
001340        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001350        01  WS-RPT-TITLE.
001360            05 FILLER                     PIC X(49)
001370               VALUE "GUARDIAN CONTACT CLEANUP - UNDELIVERABLE NUMBERS".
001380            05 FILLER                     PIC X(31) VALUE SPACES.
001390        01  WS-FILE-LINE.
001400            05 FILLER                     PIC X(16)
001410                                          VALUE "VENDOR FILE OF  ".
001420            05 WS-FL-BUS-DATE             PIC 9(08).
001430            05 FILLER                     PIC X(10)
001440                                          VALUE "  FILE SEQ".
001450            05 FILLER                     PIC X(01) VALUE SPACES.
001460            05 WS-FL-FILE-SEQ             PIC 9(06).
001470            05 FILLER                     PIC X(39) VALUE SPACES.
001480        01  WS-RPT-COLUMNS.
001490            05 FILLER                     PIC X(08) VALUE "ENROLL".
001500            05 FILLER                     PIC X(27) VALUE "STUDENT".
001510            05 FILLER                     PIC X(27) VALUE "CONTACT".
001520            05 FILLER                     PIC X(18) VALUE "RELATION".
001530        01  WS-CLEAN-LINE-1.
001540            05 WS-C1-ENROLL-NO            PIC 9(06).
001550            05 FILLER                     PIC X(02) VALUE SPACES.
001560            05 WS-C1-SNAME                PIC X(25).
001570            05 FILLER                     PIC X(02) VALUE SPACES.
001580            05 WS-C1-CONT-NAME            PIC X(25).
001590            05 FILLER                     PIC X(02) VALUE SPACES.
001600            05 WS-C1-RELATION             PIC X(10).
001610            05 FILLER                     PIC X(08) VALUE SPACES.
001620        01  WS-CLEAN-LINE-2.
001630            05 FILLER                     PIC X(08) VALUE SPACES.
001640            05 FILLER                     PIC X(07) VALUE "PHONE: ".
001650            05 WS-C2-PHONE                PIC X(12).
001660            05 FILLER                     PIC X(02) VALUE SPACES.
001670            05 WS-C2-REASON               PIC X(30).
001680            05 FILLER                     PIC X(02) VALUE SPACES.
001690            05 WS-C2-NOTE                 PIC X(19).
001700        01  WS-BAD-LINE.
001710            05 FILLER                     PIC X(11)
001720                                          VALUE "?BAD LINE? ".
001730            05 WS-BL-DATA                 PIC X(27).
001740            05 FILLER                     PIC X(03) VALUE " - ".
001750            05 WS-BL-REASON               PIC X(39).
001760        COPY SPGMABNL.
001770        PROCEDURE DIVISION.
001780       ******************************************************************
001790       * MAIN PROGRAM FLOW.
001800       ******************************************************************
001810        00000-MAIN-PARA.
001820            PERFORM 10000-INITIALIZE-PARA.
001830            PERFORM 20000-PROCESS-PARA
001840              UNTIL WS-ERROR-FLAG = "YES"
001850              OR    WS-ENDOFFILE  = "YES".
001860            IF  WS-ERROR-FLAG              NOT = "YES"
001870                PERFORM 25000-CHECK-ENVELOPE-PARA
001880            END-IF.
001890            PERFORM 30000-CLOSE-PARA.
001900            STOP RUN.
001910       ******************************************************************
001920       * OPEN THE VENDOR FILE, THE LOG, THE CONTACT AND STUDENT FILES
001930       * AND THE REPORT, AND PRINT THE HEADINGS.
001940       ******************************************************************
001950        10000-INITIALIZE-PARA.
001960            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001970            OPEN INPUT STS-FILE.
001980            IF WS-STS-FS                  NOT = "00"
001990               DISPLAY "NOTIFSTS ACCESS ERROR."
002000               MOVE "CEXM1048"            TO LK-PGM-ID
002010               MOVE "NOTIFSTS"            TO LK-FILE-ID
002020               MOVE WS-STS-FS             TO LK-FILE-STATUS
002030               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002040               IF  LK-ABEND-YES
002050                   MOVE 16                TO RETURN-CODE
002060                   MOVE "YES"             TO WS-ERROR-FLAG
002070               END-IF
002080            END-IF.
002090            OPEN I-O LOG-FILE.
002100            IF WS-LOG-FS                  NOT = "00"
002110               DISPLAY "NOTIFLOG ACCESS ERROR."
002120               MOVE "CEXM1048"            TO LK-PGM-ID
002130               MOVE "NOTIFLOG"            TO LK-FILE-ID
002140               MOVE WS-LOG-FS             TO LK-FILE-STATUS
002150               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002160               IF  LK-ABEND-YES
002170                   MOVE 16                TO RETURN-CODE
002180                   MOVE "YES"             TO WS-ERROR-FLAG
002190               END-IF
002200            END-IF.
002210            OPEN INPUT CONT-FILE.
002220            IF WS-CONT-FS                 NOT = "00"
002230               DISPLAY "CONTFILE ACCESS ERROR."
002240               MOVE "CEXM1048"            TO LK-PGM-ID
002250               MOVE "CONTFILE"            TO LK-FILE-ID
002260               MOVE WS-CONT-FS            TO LK-FILE-STATUS
002270               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002280               IF  LK-ABEND-YES
002290                   MOVE 16                TO RETURN-CODE
002300                   MOVE "YES"             TO WS-ERROR-FLAG
002310               END-IF
002320            END-IF.
002330            OPEN INPUT STUD-FILE.
002340            IF WS-STUD-FS                 NOT = "00"
002350               DISPLAY "STUDOUT ACCESS ERROR."
002360               MOVE "CEXM1048"            TO LK-PGM-ID
002370               MOVE "STUDOUT"             TO LK-FILE-ID
002380               MOVE WS-STUD-FS            TO LK-FILE-STATUS
002390               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002400               IF  LK-ABEND-YES
002410                   MOVE 16                TO RETURN-CODE
002420                   MOVE "YES"             TO WS-ERROR-FLAG
002430               END-IF
002440            END-IF.
002450            OPEN OUTPUT REPORT-FILE.
002460            IF WS-REPORT-FS               NOT = "00"
002470               DISPLAY "CONTCLN ACCESS ERROR."
002480               MOVE "CEXM1048"            TO LK-PGM-ID
002490               MOVE "CONTCLN"             TO LK-FILE-ID
002500               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
002510               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002520               IF  LK-ABEND-YES
002530                   MOVE 16                TO RETURN-CODE
002540                   MOVE "YES"             TO WS-ERROR-FLAG
002550               END-IF
002560            END-IF.
002570            IF  WS-ERROR-FLAG              NOT = "YES"
002580                MOVE WS-HEADER1            TO RS-REPORT-REC
002590                WRITE RS-REPORT-REC
002600                MOVE WS-RPT-TITLE          TO RS-REPORT-REC
002610                WRITE RS-REPORT-REC
002620                MOVE WS-HEADER1            TO RS-REPORT-REC
002630                WRITE RS-REPORT-REC
002640            END-IF.
002650       ******************************************************************
002660       * READ ONE VENDOR RECORD AND ROUTE IT BY RECORD TYPE.
002670       ******************************************************************
002680        20000-PROCESS-PARA.
002690            READ STS-FILE
002700            AT END
002710                MOVE "YES"                 TO WS-ENDOFFILE
002720            NOT AT END
002730                EVALUATE TRUE
002740                    WHEN DS-REC-TYPE       = "H"
002750                        AND WS-HEADER-SEEN = "NO"
002760                        PERFORM 21000-HEADER-PARA
002770                    WHEN WS-HEADER-SEEN    = "NO"
002780                        MOVE "RECORD BEFORE THE FILE HEADER"
002790                                           TO WS-BL-REASON
002800                        PERFORM 27000-BAD-LINE-PARA
002810                    WHEN DS-REC-TYPE       = "D"
002820                        AND WS-TRAILER-SEEN = "NO"
002830                        PERFORM 22000-DETAIL-PARA
002840                    WHEN DS-REC-TYPE       = "T"
002850                        AND WS-TRAILER-SEEN = "NO"
002860                        MOVE "YES"         TO WS-TRAILER-SEEN
002870                        IF  DS-T-COUNT     NOT = WS-DETAIL-COUNT
002880                            DISPLAY "TRAILER COUNT " DS-T-COUNT
002890                                " DOES NOT MATCH " WS-DETAIL-COUNT
002900                                " DETAILS."
002910                            MOVE 8         TO RETURN-CODE
002920                        END-IF
002930                    WHEN OTHER
002940                        MOVE "UNEXPECTED RECORD TYPE" TO WS-BL-REASON
002950                        PERFORM 27000-BAD-LINE-PARA
002960                END-EVALUATE
002970            END-READ.
002980       ******************************************************************
002990       * PRINT WHICH VENDOR FILE THIS IS, AND THE COLUMN HEADINGS.
003000       ******************************************************************
003010        21000-HEADER-PARA.
003020            MOVE "YES"                     TO WS-HEADER-SEEN.
003030            MOVE DS-H-BUS-DATE             TO WS-FL-BUS-DATE.
003040            MOVE DS-H-FILE-SEQ             TO WS-FL-FILE-SEQ.
003050            MOVE WS-FILE-LINE              TO RS-REPORT-REC.
003060            WRITE RS-REPORT-REC.
003070            MOVE WS-RPT-COLUMNS            TO RS-REPORT-REC.
003080            WRITE RS-REPORT-REC.
003090            MOVE WS-HEADER1                TO RS-REPORT-REC.
003100            WRITE RS-REPORT-REC.
003110       ******************************************************************
003120       * POST ONE DELIVERY OUTCOME TO ITS NOTIFICATION. A DELIVERY ON
003130       * EITHER NUMBER STANDS; OTHERWISE UNDELIVERABLE OUTRANKS NO
003140       * ANSWER.
003150       ******************************************************************
003160        22000-DETAIL-PARA.
003170            ADD 1                          TO WS-DETAIL-COUNT.
003180            MOVE DS-ENROLL-NO              TO NL-ENROLL-NO.
003190            MOVE DS-ATT-DATE               TO NL-ATT-DATE.
003200            EVALUATE TRUE
003210                WHEN DS-DLV-STATUS         NOT = "D"
003220                    AND DS-DLV-STATUS      NOT = "N"
003230                    AND DS-DLV-STATUS      NOT = "U"
003240                    MOVE "DELIVERY STATUS NOT D, N OR U"
003250                                           TO WS-BL-REASON
003260                    PERFORM 27000-BAD-LINE-PARA
003270                WHEN OTHER
003280                    READ LOG-FILE
003290                        INVALID KEY
003300                            MOVE "NO NOTIFICATION ON NOTIFLOG"
003310                                           TO WS-BL-REASON
003320                            PERFORM 27000-BAD-LINE-PARA
003330                        NOT INVALID KEY
003340                            PERFORM 23000-POST-STATUS-PARA
003350                    END-READ
003360            END-EVALUATE.
003370        23000-POST-STATUS-PARA.
003380            EVALUATE DS-DLV-STATUS
003390                WHEN "D"
003400                    ADD 1                  TO WS-DELIVERED-COUNT
003410                    MOVE "D"               TO NL-DLV-STATUS
003420                WHEN "U"
003430                    ADD 1                  TO WS-UNDELIV-COUNT
003440                    IF  NL-DLV-STATUS      NOT = "D"
003450                        MOVE "U"           TO NL-DLV-STATUS
003460                    END-IF
003470                    PERFORM 24000-CLEANUP-PARA
003480                WHEN OTHER
003490                    ADD 1                  TO WS-NOANSWER-COUNT
003500                    IF  NL-DLV-STATUS      = SPACE
003510                        MOVE "N"           TO NL-DLV-STATUS
003520                    END-IF
003530            END-EVALUATE.
003540            MOVE WS-CURRENT-DATE-DATA(1:8) TO NL-DLV-DATE.
003550            REWRITE NL-NOTIF-REC.
003560            IF WS-LOG-FS                  NOT = "00"
003570               DISPLAY "NOTIFLOG UPDATE ERROR - STATUS " WS-LOG-FS
003580                   " - ENROLL NO " DS-ENROLL-NO
003590               MOVE "CEXM1048"            TO LK-PGM-ID
003600               MOVE "NOTIFLOG"            TO LK-FILE-ID
003610               MOVE WS-LOG-FS             TO LK-FILE-STATUS
003620               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003630               IF  LK-ABEND-YES
003640                   MOVE 16                TO RETURN-CODE
003650                   MOVE "YES"             TO WS-ERROR-FLAG
003660               END-IF
003670            END-IF.
003680       ******************************************************************
003690       * LIST THE UNDELIVERABLE NUMBER WITH THE CONTACT IT WAS CALLED
003700       * FOR, AS CONTFILE HAS IT NOW.
003710       ******************************************************************
003720        24000-CLEANUP-PARA.
003730            MOVE DS-ENROLL-NO              TO WS-C1-ENROLL-NO.
003740            MOVE DS-ENROLL-NO              TO FS-ENROLL-NO.
003750            READ STUD-FILE
003760                INVALID KEY
003770                    MOVE "NAME NOT ON STUDFILE" TO WS-C1-SNAME
003780                NOT INVALID KEY
003790                    MOVE FS-SNAME          TO WS-C1-SNAME
003800            END-READ.
003810            MOVE SPACES                    TO WS-C2-NOTE.
003820            MOVE DS-ENROLL-NO              TO CT-ENROLL-NO.
003830            MOVE NL-CONT-SEQ               TO CT-CONT-SEQ.
003840            READ CONT-FILE
003850                INVALID KEY
003860                    MOVE "CONTACT NO LONGER ON CONTFILE"
003870                                           TO WS-C1-CONT-NAME
003880                    MOVE SPACES            TO WS-C1-RELATION
003890                NOT INVALID KEY
003900                    MOVE CT-CONT-NAME      TO WS-C1-CONT-NAME
003910                    MOVE CT-RELATION       TO WS-C1-RELATION
003920                    IF  DS-PHONE           NOT = CT-PHONE-1
003930                        AND DS-PHONE       NOT = CT-PHONE-2
003940                        MOVE "ALREADY CHANGED"  TO WS-C2-NOTE
003950                    END-IF
003960            END-READ.
003970            MOVE DS-PHONE                  TO WS-C2-PHONE.
003980            MOVE DS-REASON                 TO WS-C2-REASON.
003990            MOVE WS-CLEAN-LINE-1           TO RS-REPORT-REC.
004000            WRITE RS-REPORT-REC.
004010            MOVE WS-CLEAN-LINE-2           TO RS-REPORT-REC.
004020            WRITE RS-REPORT-REC.
004030       ******************************************************************
004040       * THE FILE MUST HAVE HAD ITS HEADER AND TRAILER.
004050       ******************************************************************
004060        25000-CHECK-ENVELOPE-PARA.
004070            IF  WS-HEADER-SEEN             = "NO"
004080                OR WS-TRAILER-SEEN         = "NO"
004090                DISPLAY "NOTIFSTS HEADER OR TRAILER MISSING."
004100                MOVE 8                     TO RETURN-CODE
004110            END-IF.
004120            IF  WS-UNDELIV-COUNT           = 0
004130                MOVE "  NO UNDELIVERABLE NUMBERS IN THIS FILE."
004140                                           TO RS-REPORT-REC
004150                WRITE RS-REPORT-REC
004160            END-IF.
004170            MOVE WS-HEADER1                TO RS-REPORT-REC.
004180            WRITE RS-REPORT-REC.
004190       ******************************************************************
004200       * PRINT A VENDOR LINE THAT COULD NOT BE POSTED.
004210       ******************************************************************
004220        27000-BAD-LINE-PARA.
004230            ADD 1                          TO WS-BAD-COUNT.
004240            MOVE DS-STS-REC(1:27)          TO WS-BL-DATA.
004250            MOVE WS-BAD-LINE               TO RS-REPORT-REC.
004260            WRITE RS-REPORT-REC.
004270       ******************************************************************
004280       * DISPLAY COUNTS AND CLOSE THE FILES.
004290       ******************************************************************
004300        30000-CLOSE-PARA.
004310            DISPLAY "DETAILS READ          : " WS-DETAIL-COUNT.
004320            DISPLAY "DELIVERED             : " WS-DELIVERED-COUNT.
004330            DISPLAY "NO ANSWER             : " WS-NOANSWER-COUNT.
004340            DISPLAY "UNDELIVERABLE         : " WS-UNDELIV-COUNT.
004350            DISPLAY "LINES NOT POSTED      : " WS-BAD-COUNT.
004360            CLOSE STS-FILE.
004370            CLOSE LOG-FILE.
004380            CLOSE CONT-FILE.
004390            CLOSE STUD-FILE.
004400            CLOSE REPORT-FILE.
