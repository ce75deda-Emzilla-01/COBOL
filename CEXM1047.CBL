000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1047.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: SAME-DAY GUARDIAN ABSENCE NOTIFICATION. RUNS
000060       *  RIGHT AFTER EACH CEXM931 ATTENDANCE LOAD. FOR THE DAY ON THE
000070       *  DATE= CARD (YYYYMMDD, DEFAULT TODAY) IT FINDS EVERY ATTFILE
000080       *  STUDENT WHOSE FIRST PERIOD IN SESSION THAT DAY (THE FIRST
000090       *  NON-BLANK PERIOD CODE) IS A (UNEXCUSED ABSENCE) OR T (TARDY)
000100       *  - AN E POSTED AHEAD FOR A SUSPENSION OR A NURSE'S OFFICE
000110       *  DISMISSAL IS NOT NOTIFIED - AND WRITES ONE CALL/TEXT REQUEST
000120       *  PER STUDENT TO NOTIFOUT FOR THE PHONE/TEXT VENDOR, WRAPPED IN
000130       *  CEXM938'S ENVELOPE:
000140       *    H  SENDER ID, ATTENDANCE DATE, FILE SEQUENCE (RUN HHMMSS)
000150       *    D  STUDENT, CODE, THE CONTACT AND THE CONTACT'S PHONES
000160       *    T  RECORD COUNT AND A HASH TOTAL OF THE ENROLL NUMBERS
000170       *  THE CONTACT IS THE STUDENT'S CEXM975 CONTFILE CONTACT WITH
000180       *  THE LOWEST PRIORITY NUMBER THAT HAS A PHONE. EVERY REQUEST
000190       *  SENT IS LOGGED ON NOTIFLOG (ENROLL+DATE), SO A RUN AFTER A
000200       *  CORRECTED SHEET RELOADS ONLY NOTIFIES THE NEWLY ABSENT.
000210       *  CEXM1048 POSTS THE VENDOR'S DELIVERY STATUS BACK TO NOTIFLOG.
000220       *  A STUDENT WHO CANNOT BE NOTIFIED (NO CONTACT, NO PHONE) IS
000230       *  LISTED ON NOTIFEXC FOR THE FRONT OFFICE TO CALL.
000240       * ATTFILE : JEBA02.EMY.COBOL.ATTFILE (INDEXED ON ENROLL+DATE)
000250       * STUDOUT : JEBA02.EMY.COBOL.STUDOUT (INDEXED ON ENROLL NO)
000260       * CONTFILE: JEBA02.EMY.COBOL.CONTFILE (INDEXED ON ENROLL+SEQ)
000270       * NOTIFLOG: JEBA02.EMY.COBOL.NOTIFLOG (INDEXED ON ENROLL+DATE)
000280       * NOTIFOUT: JEBA02.EMY.COBOL.NOTIFOUT
000290       * NOTIFEXC: JEBA02.EMY.COBOL.NOTIFEXC
000300       * ----------------------------------------------------------------
000310       * PRJ NO    NAME     DATE          MAINT DESC.
000320       * ----------------------------------------------------------------
000330       * JEBA02    EMY     09/24/2026    PROGRAM CREATED.
000340       ******************************************************************
000350        ENVIRONMENT DIVISION.
000360        INPUT-OUTPUT SECTION.
000370        FILE-CONTROL.
000380            SELECT ATT-FILE
000390                ASSIGN TO ATTFILE
000400                ORGANIZATION IS INDEXED
000410                ACCESS MODE IS SEQUENTIAL
000420                RECORD KEY IS AT-ATT-KEY
000430                FILE STATUS IS WS-ATT-FS.
000440            SELECT STUD-FILE
000450                ASSIGN TO STUDOUT
000460                ORGANIZATION IS INDEXED
000470                ACCESS MODE IS RANDOM
000480                RECORD KEY IS FS-ENROLL-NO
000490                FILE STATUS IS WS-STUD-FS.
000500            SELECT CONT-FILE
000510                ASSIGN TO CONTFILE
000520                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS DYNAMIC
000540                RECORD KEY IS CT-CONT-KEY
000550                FILE STATUS IS WS-CONT-FS.
000560            SELECT LOG-FILE
000570                ASSIGN TO NOTIFLOG
000580                ORGANIZATION IS INDEXED
000590                ACCESS MODE IS RANDOM
000600                RECORD KEY IS NL-NOTIF-KEY
000610                FILE STATUS IS WS-LOG-FS.
000620            SELECT INT-FILE
000630                ASSIGN TO NOTIFOUT
000640                ORGANIZATION IS SEQUENTIAL
000650                ACCESS MODE IS SEQUENTIAL
000660                FILE STATUS IS WS-INT-FS.
000670            SELECT EXCEPTION-FILE
000680                ASSIGN TO NOTIFEXC
000690                ORGANIZATION IS SEQUENTIAL
000700                ACCESS MODE IS SEQUENTIAL
000710                FILE STATUS IS WS-EXCEPTION-FS.
000720        DATA DIVISION.
000730        FILE SECTION.
000740        FD  ATT-FILE.
000750        01  AT-ATT-REC.
000760            05  AT-ATT-KEY.
000770                10  AT-ENROLL-NO          PIC 9(06).
000780                10  AT-ATT-DATE           PIC 9(08).
000790            05  AT-PERIOD-CODE            PIC X(01) OCCURS 6 TIMES.
000800            05  FILLER                    PIC X(60).
000810        FD  STUD-FILE.
000820        01  FS-STUD-REC.
000830            05  FS-ENROLL-NO              PIC 9(06).
000840            05  FS-SNAME                  PIC X(30).
000850            05  FS-MATHS-MARKS            PIC 9(03).
000860            05  FS-SCIENCE-MARKS          PIC 9(03).
000870            05  FS-COMPUTER-MARKS         PIC 9(03).
000880            05  FS-AVG-MARKS              PIC 9(03)V9(02).
000890            05  FS-STUD-STATUS            PIC X(01).
000900            05  FS-STATUS-DATE            PIC X(08).
000910            05  FS-CAMPUS-CODE            PIC X(02).
000920            05  FILLER                    PIC X(19).
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
001040        FD  LOG-FILE.
001050        01  NL-NOTIF-REC.
001060            05  NL-NOTIF-KEY.
001070                10  NL-ENROLL-NO          PIC 9(06).
001080                10  NL-ATT-DATE           PIC 9(08).
001090            05  NL-ATT-CODE               PIC X(01).
001100            05  NL-CONT-SEQ               PIC 9(02).
001110            05  NL-PHONE-1                PIC X(12).
001120            05  NL-PHONE-2                PIC X(12).
001130            05  NL-SENT-DATE              PIC 9(08).
001140            05  NL-FILE-SEQ               PIC 9(06).
001150            05  NL-DLV-STATUS             PIC X(01).
001160            05  NL-DLV-DATE               PIC X(08).
001170            05  FILLER                    PIC X(16).
001180        FD  INT-FILE.
001190        01  IS-INT-REC                    PIC X(90).
001200        FD  EXCEPTION-FILE.
001210        01  ES-EXCEPTION-REC              PIC X(80).
001220        WORKING-STORAGE SECTION.
001230        01  WS-ATT-FS                     PIC X(02).
001240        01  WS-STUD-FS                    PIC X(02).
001250        01  WS-CONT-FS                    PIC X(02).
001260        01  WS-LOG-FS                     PIC X(02).
001270        01  WS-INT-FS                     PIC X(02).
001280        01  WS-EXCEPTION-FS               PIC X(02).
001290        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001300        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001310        01  WS-CONT-DONE                  PIC X(03).
001320        01  WS-CURRENT-DATE-DATA          PIC X(20).
001330        01  WS-PARM-CARD                  PIC X(80).
001340        01  WS-ATT-DATE                   PIC 9(08).
001350        01  WS-PERIOD-SUB                 PIC 9(01).
001360        01  WS-FIRST-CODE                 PIC X(01).
001370        01  WS-SNAME                      PIC X(30).
001380       * THE CONTACT TO NOTIFY - LOWEST PRIORITY NUMBER WITH A PHONE.
001390        01  WS-CONT-FOUND                 PIC X(03).
001400        01  WS-ANY-CONTACT                PIC X(03).
001410        01  WS-BEST-SEQ                   PIC 9(02).
001420        01  WS-BEST-PRI                   PIC 9(02).
001430        01  WS-BEST-NAME                  PIC X(30).
001440        01  WS-BEST-PHONE-1               PIC X(12).
001450        01  WS-BEST-PHONE-2               PIC X(12).
001460        01  WS-SCAN-COUNT                 PIC 9(06) VALUE 0.
001470        01  WS-ABSENT-COUNT               PIC 9(06) VALUE 0.
001480        01  WS-DETAIL-COUNT               PIC 9(06) VALUE 0.
001490        01  WS-ALREADY-COUNT              PIC 9(06) VALUE 0.
001500        01  WS-NOCONT-COUNT               PIC 9(06) VALUE 0.
001510        01  WS-HASH-TOTAL                 PIC 9(12) VALUE 0.
001520        01  WS-HEADER-REC.
001530            05 FILLER                     PIC X(01) VALUE "H".
001540            05 WS-H-SENDER-ID             PIC X(08)
001550                                          VALUE "CEXMABS ".
001560            05 WS-H-BUS-DATE              PIC 9(08).
001570            05 WS-H-FILE-SEQ              PIC 9(06).
001580            05 FILLER                     PIC X(67) VALUE SPACES.
001590        01  WS-DETAIL-REC.
001600            05 FILLER                     PIC X(01) VALUE "D".
001610            05 WS-D-ENROLL-NO             PIC 9(06).
001620            05 WS-D-ATT-DATE              PIC 9(08).
001630            05 WS-D-ATT-CODE              PIC X(01).
001640            05 WS-D-SNAME                 PIC X(20).
001650            05 WS-D-CONT-SEQ              PIC 9(02).
001660            05 WS-D-CONT-NAME             PIC X(20).
001670            05 WS-D-PHONE-1               PIC X(12).
001680            05 WS-D-PHONE-2               PIC X(12).
001690            05 FILLER                     PIC X(08) VALUE SPACES.
001700        01  WS-TRAILER-REC.
001710            05 FILLER                     PIC X(01) VALUE "T".
001720            05 WS-T-COUNT                 PIC 9(06).
001730            05 WS-T-HASH                  PIC 9(12).
001740            05 FILLER                     PIC X(71) VALUE SPACES.
001750        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001760        01  WS-EXC-TITLE.
001770            05 FILLER                     PIC X(45)
001780               VALUE "ABSENT/TARDY STUDENTS NOT NOTIFIED - DATE ".
001790            05 WS-ET-DATE                 PIC 9(08).
001800            05 FILLER                     PIC X(27) VALUE SPACES.
001810        01  WS-EXCEPTION-OUT.
001820            05 WS-EXC-ENROLL-NO           PIC 9(06).
001830            05 FILLER                     PIC X(02) VALUE SPACES.
001840            05 WS-EXC-SNAME               PIC X(30).
001850            05 FILLER                     PIC X(02) VALUE SPACES.
001860            05 WS-EXC-CODE                PIC X(01).
001870            05 FILLER                     PIC X(03) VALUE " - ".
001880            05 WS-EXC-REASON              PIC X(36).
001890        COPY SPGM0905L.
001900        COPY SPGM0906L.
001910        COPY SPGMABNL.
001920        PROCEDURE DIVISION.
001930       ******************************************************************
001940       * MAIN PROGRAM FLOW.
001950       ******************************************************************
001960        00000-MAIN-PARA.
001970            PERFORM 05000-ACCEPT-PARA.
001980            IF  WS-ERROR-FLAG              NOT = "YES"
001990                PERFORM 10000-INITIALIZE-PARA
002000            END-IF.
002010            PERFORM 20000-PROCESS-PARA
002020              UNTIL WS-ERROR-FLAG = "YES"
002030              OR    WS-ENDOFFILE  = "YES".
002040            IF  WS-ERROR-FLAG              NOT = "YES"
002050                PERFORM 25000-TRAILER-PARA
002060            END-IF.
002070            PERFORM 30000-CLOSE-PARA.
002080            STOP RUN.
002090       ******************************************************************
002100       * ACCEPT THE DATE= CARD (YYYYMMDD, DEFAULT TODAY).
002110       ******************************************************************
002120        05000-ACCEPT-PARA.
002130            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002140            MOVE SPACES                    TO WS-PARM-CARD.
002150            ACCEPT WS-PARM-CARD.
002160            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002170            MOVE "DATE"                    TO LK-PA-KEYWORD.
002180            SET LK-PA-NUMERIC              TO TRUE.
002190            MOVE 19000101                  TO LK-PA-MIN-VALUE.
002200            MOVE 20991231                  TO LK-PA-MAX-VALUE.
002210            MOVE WS-CURRENT-DATE-DATA(1:8) TO LK-PA-DEFAULT.
002220            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002230            MOVE LK-PA-NUM-VALUE           TO WS-ATT-DATE.
002240            MOVE "VA"                      TO LK-DT-FUNCTION.
002250            MOVE WS-ATT-DATE               TO LK-DT-DATE-1.
002260            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
002270            IF  LK-PA-BAD
002280                OR LK-DT-BAD
002290                DISPLAY "BAD DATE= CARD - RUN REFUSED."
002300                MOVE 16                    TO RETURN-CODE
002310                MOVE "YES"                 TO WS-ERROR-FLAG
002320            END-IF.
002330       ******************************************************************
002340       * OPEN THE FILES (NOTIFLOG IS CREATED ON FIRST USE), WRITE THE
002350       * TRANSMISSION HEADER AND THE EXCEPTION HEADINGS.
002360       ******************************************************************
002370        10000-INITIALIZE-PARA.
002380            OPEN INPUT ATT-FILE.
002390            IF WS-ATT-FS                  NOT = "00"
002400               DISPLAY "ATTFILE ACCESS ERROR."
002410               MOVE "CEXM1047"            TO LK-PGM-ID
002420               MOVE "ATTFILE"             TO LK-FILE-ID
002430               MOVE WS-ATT-FS             TO LK-FILE-STATUS
002440               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002450               IF  LK-ABEND-YES
002460                   MOVE 16                TO RETURN-CODE
002470                   MOVE "YES"             TO WS-ERROR-FLAG
002480               END-IF
002490            END-IF.
002500            OPEN INPUT STUD-FILE.
002510            IF WS-STUD-FS                 NOT = "00"
002520               DISPLAY "STUDOUT ACCESS ERROR."
002530               MOVE "CEXM1047"            TO LK-PGM-ID
002540               MOVE "STUDOUT"             TO LK-FILE-ID
002550               MOVE WS-STUD-FS            TO LK-FILE-STATUS
002560               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002570               IF  LK-ABEND-YES
002580                   MOVE 16                TO RETURN-CODE
002590                   MOVE "YES"             TO WS-ERROR-FLAG
002600               END-IF
002610            END-IF.
002620            OPEN INPUT CONT-FILE.
002630            IF WS-CONT-FS                 NOT = "00"
002640               DISPLAY "CONTFILE ACCESS ERROR."
002650               MOVE "CEXM1047"            TO LK-PGM-ID
002660               MOVE "CONTFILE"            TO LK-FILE-ID
002670               MOVE WS-CONT-FS            TO LK-FILE-STATUS
002680               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002690               IF  LK-ABEND-YES
002700                   MOVE 16                TO RETURN-CODE
002710                   MOVE "YES"             TO WS-ERROR-FLAG
002720               END-IF
002730            END-IF.
002740            OPEN I-O LOG-FILE.
002750            IF WS-LOG-FS                  = "35"
002760               OPEN OUTPUT LOG-FILE
002770               CLOSE LOG-FILE
002780               OPEN I-O LOG-FILE
002790            END-IF.
002800            IF WS-LOG-FS                  NOT = "00"
002810               DISPLAY "NOTIFLOG ACCESS ERROR."
002820               MOVE "CEXM1047"            TO LK-PGM-ID
002830               MOVE "NOTIFLOG"            TO LK-FILE-ID
002840               MOVE WS-LOG-FS             TO LK-FILE-STATUS
002850               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002860               IF  LK-ABEND-YES
002870                   MOVE 16                TO RETURN-CODE
002880                   MOVE "YES"             TO WS-ERROR-FLAG
002890               END-IF
002900            END-IF.
002910            OPEN OUTPUT INT-FILE.
002920            IF WS-INT-FS                  NOT = "00"
002930               DISPLAY "NOTIFOUT ACCESS ERROR."
002940               MOVE "CEXM1047"            TO LK-PGM-ID
002950               MOVE "NOTIFOUT"            TO LK-FILE-ID
002960               MOVE WS-INT-FS             TO LK-FILE-STATUS
002970               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002980               IF  LK-ABEND-YES
002990                   MOVE 16                TO RETURN-CODE
003000                   MOVE "YES"             TO WS-ERROR-FLAG
003010               END-IF
003020            END-IF.
003030            OPEN OUTPUT EXCEPTION-FILE.
003040            IF WS-EXCEPTION-FS            NOT = "00"
003050               DISPLAY "NOTIFEXC ACCESS ERROR."
003060               MOVE "CEXM1047"            TO LK-PGM-ID
003070               MOVE "NOTIFEXC"            TO LK-FILE-ID
003080               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
003090               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003100               IF  LK-ABEND-YES
003110                   MOVE 16                TO RETURN-CODE
003120                   MOVE "YES"             TO WS-ERROR-FLAG
003130               END-IF
003140            END-IF.
003150            IF  WS-ERROR-FLAG              NOT = "YES"
003160                MOVE WS-ATT-DATE           TO WS-H-BUS-DATE
003170                MOVE WS-CURRENT-DATE-DATA(9:6) TO WS-H-FILE-SEQ
003180                MOVE WS-HEADER-REC         TO IS-INT-REC
003190                WRITE IS-INT-REC
003200                MOVE WS-ATT-DATE           TO WS-ET-DATE
003210                MOVE WS-HEADER1            TO ES-EXCEPTION-REC
003220                WRITE ES-EXCEPTION-REC
003230                MOVE WS-EXC-TITLE          TO ES-EXCEPTION-REC
003240                WRITE ES-EXCEPTION-REC
003250                MOVE WS-HEADER1            TO ES-EXCEPTION-REC
003260                WRITE ES-EXCEPTION-REC
003270            END-IF.
003280       ******************************************************************
003290       * READ ONE ATTENDANCE DAY. ONLY THE RUN DATE COUNTS, AND ONLY AN
003300       * A OR T IN THE FIRST PERIOD IN SESSION.
003310       ******************************************************************
003320        20000-PROCESS-PARA.
003330            READ ATT-FILE
003340            AT END
003350                MOVE "YES"                 TO WS-ENDOFFILE
003360            NOT AT END
003370                IF  AT-ATT-DATE            = WS-ATT-DATE
003380                    ADD 1                  TO WS-SCAN-COUNT
003390                    MOVE SPACE             TO WS-FIRST-CODE
003400                    PERFORM 20100-FIRST-PERIOD-PARA
003410                        VARYING WS-PERIOD-SUB FROM 1 BY 1
003420                        UNTIL WS-PERIOD-SUB > 6
003430                        OR WS-FIRST-CODE   NOT = SPACE
003440                    IF  WS-FIRST-CODE      = "A"
003450                        OR WS-FIRST-CODE   = "T"
003460                        ADD 1              TO WS-ABSENT-COUNT
003470                        PERFORM 21000-CHECK-LOG-PARA
003480                    END-IF
003490                END-IF
003500            END-READ.
003510        20100-FIRST-PERIOD-PARA.
003520            MOVE AT-PERIOD-CODE(WS-PERIOD-SUB) TO WS-FIRST-CODE.
003530       ******************************************************************
003540       * A STUDENT ALREADY NOTIFIED FOR THE DAY BY AN EARLIER RUN IS
003550       * NOT CALLED AGAIN.
003560       ******************************************************************
003570        21000-CHECK-LOG-PARA.
003580            MOVE AT-ENROLL-NO              TO NL-ENROLL-NO.
003590            MOVE AT-ATT-DATE               TO NL-ATT-DATE.
003600            READ LOG-FILE
003610                INVALID KEY
003620                    PERFORM 22000-NOTIFY-PARA
003630                NOT INVALID KEY
003640                    ADD 1                  TO WS-ALREADY-COUNT
003650            END-READ.
003660       ******************************************************************
003670       * FIND THE STUDENT'S NAME AND CONTACT, THEN SEND AND LOG THE
003680       * NOTIFICATION OR LIST THE STUDENT AS NOT NOTIFIED.
003690       ******************************************************************
003700        22000-NOTIFY-PARA.
003710            MOVE AT-ENROLL-NO              TO FS-ENROLL-NO.
003720            READ STUD-FILE
003730                INVALID KEY
003740                    MOVE "NAME NOT ON STUDFILE" TO WS-SNAME
003750                NOT INVALID KEY
003760                    MOVE FS-SNAME          TO WS-SNAME
003770            END-READ.
003780            PERFORM 23000-FIND-CONTACT-PARA.
003790            EVALUATE TRUE
003800                WHEN WS-ANY-CONTACT        = "NO"
003810                    MOVE "NO CONTACT ON CONTFILE" TO WS-EXC-REASON
003820                    PERFORM 27000-NOT-NOTIFIED-PARA
003830                WHEN WS-CONT-FOUND         = "NO"
003840                    MOVE "NO CONTACT HAS A PHONE NUMBER"
003850                                           TO WS-EXC-REASON
003860                    PERFORM 27000-NOT-NOTIFIED-PARA
003870                WHEN OTHER
003880                    PERFORM 24000-SEND-PARA
003890            END-EVALUATE.
003900       ******************************************************************
003910       * WALK THE STUDENT'S CONTFILE CONTACTS, KEEPING THE ONE WITH THE
003920       * LOWEST PRIORITY NUMBER THAT HAS A PHONE (CEXM1039).
003930       ******************************************************************
003940        23000-FIND-CONTACT-PARA.
003950            MOVE "NO"                      TO WS-ANY-CONTACT.
003960            MOVE "NO"                      TO WS-CONT-FOUND.
003970            MOVE 99                        TO WS-BEST-PRI.
003980            MOVE "NO"                      TO WS-CONT-DONE.
003990            MOVE AT-ENROLL-NO              TO CT-ENROLL-NO.
004000            MOVE 0                         TO CT-CONT-SEQ.
004010            START CONT-FILE KEY IS >= CT-CONT-KEY
004020                INVALID KEY
004030                    MOVE "YES"             TO WS-CONT-DONE
004040            END-START.
004050            PERFORM 23100-ONE-CONTACT-PARA
004060                UNTIL WS-CONT-DONE         = "YES".
004070        23100-ONE-CONTACT-PARA.
004080            READ CONT-FILE NEXT
004090            AT END
004100                MOVE "YES"                 TO WS-CONT-DONE
004110            NOT AT END
004120                IF  CT-ENROLL-NO           NOT = AT-ENROLL-NO
004130                    MOVE "YES"             TO WS-CONT-DONE
004140                ELSE
004150                    MOVE "YES"             TO WS-ANY-CONTACT
004160                    IF  (CT-PHONE-1        NOT = SPACES
004170                        OR CT-PHONE-2      NOT = SPACES)
004180                        AND (WS-CONT-FOUND = "NO"
004190                        OR CT-PRIORITY     < WS-BEST-PRI)
004200                        MOVE "YES"         TO WS-CONT-FOUND
004210                        MOVE CT-CONT-SEQ   TO WS-BEST-SEQ
004220                        MOVE CT-PRIORITY   TO WS-BEST-PRI
004230                        MOVE CT-CONT-NAME  TO WS-BEST-NAME
004240                        MOVE CT-PHONE-1    TO WS-BEST-PHONE-1
004250                        MOVE CT-PHONE-2    TO WS-BEST-PHONE-2
004260                    END-IF
004270                END-IF
004280            END-READ.
004290       ******************************************************************
004300       * WRITE THE VENDOR DETAIL AND LOG THE NOTIFICATION AS SENT,
004310       * DELIVERY STATUS PENDING.
004320       ******************************************************************
004330        24000-SEND-PARA.
004340            MOVE AT-ENROLL-NO              TO WS-D-ENROLL-NO.
004350            MOVE AT-ATT-DATE               TO WS-D-ATT-DATE.
004360            MOVE WS-FIRST-CODE             TO WS-D-ATT-CODE.
004370            MOVE WS-SNAME                  TO WS-D-SNAME.
004380            MOVE WS-BEST-SEQ               TO WS-D-CONT-SEQ.
004390            MOVE WS-BEST-NAME              TO WS-D-CONT-NAME.
004400            MOVE WS-BEST-PHONE-1           TO WS-D-PHONE-1.
004410            MOVE WS-BEST-PHONE-2           TO WS-D-PHONE-2.
004420            MOVE WS-DETAIL-REC             TO IS-INT-REC.
004430            WRITE IS-INT-REC.
004440            ADD 1                          TO WS-DETAIL-COUNT.
004450            ADD AT-ENROLL-NO               TO WS-HASH-TOTAL.
004460            MOVE SPACES                    TO NL-NOTIF-REC.
004470            MOVE AT-ENROLL-NO              TO NL-ENROLL-NO.
004480            MOVE AT-ATT-DATE               TO NL-ATT-DATE.
004490            MOVE WS-FIRST-CODE             TO NL-ATT-CODE.
004500            MOVE WS-BEST-SEQ               TO NL-CONT-SEQ.
004510            MOVE WS-BEST-PHONE-1           TO NL-PHONE-1.
004520            MOVE WS-BEST-PHONE-2           TO NL-PHONE-2.
004530            MOVE WS-CURRENT-DATE-DATA(1:8) TO NL-SENT-DATE.
004540            MOVE WS-H-FILE-SEQ             TO NL-FILE-SEQ.
004550            WRITE NL-NOTIF-REC.
004560            IF WS-LOG-FS                  NOT = "00"
004570               DISPLAY "NOTIFLOG WRITE ERROR - STATUS " WS-LOG-FS
004580                   " - ENROLL NO " AT-ENROLL-NO
004590               MOVE "CEXM1047"            TO LK-PGM-ID
004600               MOVE "NOTIFLOG"            TO LK-FILE-ID
004610               MOVE WS-LOG-FS             TO LK-FILE-STATUS
004620               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004630               IF  LK-ABEND-YES
004640                   MOVE 16                TO RETURN-CODE
004650                   MOVE "YES"             TO WS-ERROR-FLAG
004660               END-IF
004670            END-IF.
004680       ******************************************************************
004690       * WRITE THE TRAILER WITH THE COUNT AND THE ENROLL-NUMBER HASH.
004700       ******************************************************************
004710        25000-TRAILER-PARA.
004720            MOVE WS-DETAIL-COUNT           TO WS-T-COUNT.
004730            MOVE WS-HASH-TOTAL             TO WS-T-HASH.
004740            MOVE WS-TRAILER-REC            TO IS-INT-REC.
004750            WRITE IS-INT-REC.
004760            IF  WS-NOCONT-COUNT            = 0
004770                MOVE "  EVERY ABSENT OR TARDY STUDENT WAS NOTIFIED."
004780                                           TO ES-EXCEPTION-REC
004790                WRITE ES-EXCEPTION-REC
004800            END-IF.
004810       ******************************************************************
004820       * LIST A STUDENT WHO COULD NOT BE NOTIFIED. THE STUDENT IS NOT
004830       * LOGGED, SO A LATER RUN TRIES AGAIN ONCE A CONTACT IS ADDED.
004840       ******************************************************************
004850        27000-NOT-NOTIFIED-PARA.
004860            MOVE AT-ENROLL-NO              TO WS-EXC-ENROLL-NO.
004870            MOVE WS-SNAME                  TO WS-EXC-SNAME.
004880            MOVE WS-FIRST-CODE             TO WS-EXC-CODE.
004890            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
004900            WRITE ES-EXCEPTION-REC.
004910            ADD 1                          TO WS-NOCONT-COUNT.
004920       ******************************************************************
004930       * DISPLAY COUNTS AND CLOSE THE FILES.
004940       ******************************************************************
004950        30000-CLOSE-PARA.
004960            DISPLAY "ATTENDANCE DAYS READ  : " WS-SCAN-COUNT.
004970            DISPLAY "ABSENT OR TARDY       : " WS-ABSENT-COUNT.
004980            DISPLAY "ALREADY NOTIFIED      : " WS-ALREADY-COUNT.
004990            DISPLAY "NOTIFICATIONS SENT    : " WS-DETAIL-COUNT.
005000            DISPLAY "NOT NOTIFIED          : " WS-NOCONT-COUNT.
005010            DISPLAY "ENROLL HASH TOTAL     : " WS-HASH-TOTAL.
005020            CLOSE ATT-FILE.
005030            CLOSE STUD-FILE.
005040            CLOSE CONT-FILE.
005050            CLOSE LOG-FILE.
005060            CLOSE INT-FILE.
005070            CLOSE EXCEPTION-FILE.
