000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1058.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: PER-STUDENT CHANGE HISTORY INQUIRY. CEXM917
000060       *  KEEPS EVERY JOURNAL RECORD FOR GOOD ON JRNLHIST, KEYED ON
000070       *  ENROLL NUMBER, CHANGE DATE AND TIME. THIS RUN TAKES A LIST
000080       *  OF ENROLL NUMBERS ON HISTREQ AND PRINTS, FOR EACH, EVERY
000090       *  CHANGE EVER JOURNALED AGAINST THE STUDENT IN DATE AND TIME
000100       *  ORDER: THE PROGRAM, THE ACTION, THE OPERATOR AND ANY CEXM914
000110       *  OVERRIDE REASON, THEN FIELD BY FIELD THE BEFORE AND AFTER
000120       *  VALUES IN CEXM1051'S MANNER -
000130       *    A  ADD     - EVERY FIELD AS ADDED
000140       *    C/S CHANGE - ONLY THE FIELDS THAT DIFFER
000150       *    D/P DELETE - EVERY FIELD AS IT STOOD
000160       *  THE OPERATOR COMES FROM THE SPGM0908 SECLOG ENTRY FOR THE
000170       *  SAME PROGRAM, STUDENT AND DATE AT OR JUST BEFORE THE CHANGE
000180       *  TIME; PROGRAMS THAT DO NOT SIGN ON THROUGH SPGM0908 SHOW
000190       *  NOT LOGGED. THE CURRENT NAME IS TAKEN THROUGH SPGM0901.
000200       * HISTREQ : JEBA02.EMY.COBOL.HISTREQ
000210       * JRNLHIST: JEBA02.EMY.COBOL.JRNLHIST (INDEXED ON ENROLL+DATE+
000220       *           TIME+SEQ)
000230       * SECLOG  : JEBA02.EMY.COBOL.SECLOG
000240       * HISTRPT : JEBA02.EMY.COBOL.HISTRPT
000250       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000260       * ----------------------------------------------------------------
000270       * PRJ NO    NAME     DATE          MAINT DESC.
000280       * ----------------------------------------------------------------
000290       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000300       ******************************************************************
000310        ENVIRONMENT DIVISION.
000320        INPUT-OUTPUT SECTION.
000330        FILE-CONTROL.
000340            SELECT REQ-FILE
000350                ASSIGN TO HISTREQ
000360                ORGANIZATION IS SEQUENTIAL
000370                ACCESS MODE IS SEQUENTIAL
000380                FILE STATUS IS WS-REQ-FS.
000390            SELECT HIST-FILE
000400                ASSIGN TO JRNLHIST
000410                ORGANIZATION IS INDEXED
000420                ACCESS MODE IS DYNAMIC
000430                RECORD KEY IS JH-HIST-KEY
000440                FILE STATUS IS WS-HIST-FS.
000450            SELECT LOG-FILE
000460                ASSIGN TO SECLOG
000470                ORGANIZATION IS SEQUENTIAL
000480                ACCESS MODE IS SEQUENTIAL
000490                FILE STATUS IS WS-LOG-FS.
000500            SELECT REPORT-FILE
000510                ASSIGN TO HISTRPT
000520                ORGANIZATION IS SEQUENTIAL
000530                ACCESS MODE IS SEQUENTIAL
000540                FILE STATUS IS WS-REPORT-FS.
000550        DATA DIVISION.
000560        FILE SECTION.
000570        FD  REQ-FILE.
000580        01  HQ-REQ-REC.
000590            05  HQ-ENROLL-NO              PIC X(06).
000600            05  FILLER                    PIC X(74).
000610        FD  HIST-FILE.
000620        01  JH-HIST-REC.
000630            05  JH-HIST-KEY.
000640                10  JH-ENROLL-NO          PIC 9(06).
000650                10  JH-CHG-DATE           PIC X(08).
000660                10  JH-CHG-TIME           PIC X(06).
000670                10  JH-JRNL-SEQ           PIC 9(06).
000680            05  JH-JRNL-REC.
000690                10  JH-ACTION             PIC X(01).
000700                10  JH-RUN-DATE           PIC X(08).
000710                10  JH-JR-ENROLL-NO       PIC 9(06).
000720                10  JH-STUD-REC           PIC X(80).
000730                10  JH-PROGRAM            PIC X(08).
000740                10  JH-RUN-TIME           PIC X(06).
000750                10  JH-BEFORE-REC         PIC X(80).
000760                10  JH-OVR-REASON         PIC X(02).
000770                10  FILLER                PIC X(09).
000780            05  FILLER                    PIC X(14).
000790        FD  LOG-FILE.
000800        01  LG-LOG-REC.
000810            05  LG-LOG-DATE               PIC X(08).
000820            05  LG-LOG-TIME               PIC X(06).
000830            05  LG-PROGRAM                PIC X(08).
000840            05  LG-OPERATOR               PIC X(08).
000850            05  LG-TRAN-TYPE              PIC X(01).
000860            05  LG-KEY-INFO               PIC X(10).
000870            05  LG-VERDICT                PIC X(08).
000880            05  FILLER                    PIC X(31).
000890        FD  REPORT-FILE.
000900        01  RS-REPORT-REC                 PIC X(80).
000910        WORKING-STORAGE SECTION.
000920        01  WS-REQ-FS                     PIC X(02).
000930        01  WS-HIST-FS                    PIC X(02).
000940        01  WS-LOG-FS                     PIC X(02).
000950        01  WS-REPORT-FS                  PIC X(02).
000960        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000970        01  WS-REQ-EOF                    PIC X(03) VALUE "NO".
000980        01  WS-LOG-EOF                    PIC X(03) VALUE "NO".
000990        01  WS-HIST-EOF                   PIC X(03).
001000        01  WS-HIST-AVAIL                 PIC X(03) VALUE "YES".
001010        01  WS-LOG-AVAIL                  PIC X(03) VALUE "YES".
001020        01  WS-CURRENT-DATE-DATA          PIC X(20).
001030        01  WS-REQ-READ                   PIC 9(06) VALUE 0.
001040        01  WS-REQ-REJECT                 PIC 9(06) VALUE 0.
001050        01  WS-NO-HIST-COUNT              PIC 9(06) VALUE 0.
001060        01  WS-CHG-COUNT                  PIC 9(06) VALUE 0.
001070        01  WS-STUD-CHG-COUNT             PIC 9(06).
001080       * REQUESTED ENROLL NUMBERS, IN REQUEST ORDER.
001090        01  WS-REQ-COUNT                  PIC 9(04) VALUE 0.
001100        01  WS-REQ-TABLE.
001110            05  WS-RQ-ENROLL-NO           OCCURS 500 TIMES
001120                                          PIC X(06).
001130        01  WS-RQ-SUB                     PIC 9(04).
001140        01  WS-RQ-HIT                     PIC 9(04).
001150        01  WS-CUR-ENROLL                 PIC 9(06).
001160       * ALLOWED SECLOG ENTRIES FOR THE REQUESTED STUDENTS ONLY.
001170        01  WS-SEC-COUNT                  PIC 9(04) VALUE 0.
001180        01  WS-SEC-TABLE.
001190            05  WS-SC-ENTRY               OCCURS 5000 TIMES.
001200                10  WS-SC-ENROLL-NO       PIC X(06).
001210                10  WS-SC-DATE            PIC X(08).
001220                10  WS-SC-TIME            PIC X(06).
001230                10  WS-SC-PROGRAM         PIC X(08).
001240                10  WS-SC-OPERATOR        PIC X(08).
001250        01  WS-SC-SUB                     PIC 9(04).
001260        01  WS-SC-BEST-TIME               PIC X(06).
001270        01  WS-OPERATOR                   PIC X(10).
001280       * THE AFTER AND BEFORE IMAGES IN THE STUDFILE LAYOUT, HELD AS
001290       * CHARACTERS FOR THE COMPARISON, AS IN CEXM1051.
001300        01  WS-AFTER-REC.
001310            05  WS-AF-ENROLL-NO           PIC X(06).
001320            05  WS-AF-SNAME               PIC X(30).
001330            05  WS-AF-MATHS               PIC X(03).
001340            05  WS-AF-SCIENCE             PIC X(03).
001350            05  WS-AF-COMPUTER            PIC X(03).
001360            05  WS-AF-AVG                 PIC X(05).
001370            05  WS-AF-STATUS              PIC X(01).
001380            05  WS-AF-STATUS-DATE         PIC X(08).
001390            05  WS-AF-CAMPUS              PIC X(02).
001400            05  FILLER                    PIC X(19).
001410        01  WS-BEFORE-REC.
001420            05  WS-BF-ENROLL-NO           PIC X(06).
001430            05  WS-BF-SNAME               PIC X(30).
001440            05  WS-BF-MATHS               PIC X(03).
001450            05  WS-BF-SCIENCE             PIC X(03).
001460            05  WS-BF-COMPUTER            PIC X(03).
001470            05  WS-BF-AVG                 PIC X(05).
001480            05  WS-BF-STATUS              PIC X(01).
001490            05  WS-BF-STATUS-DATE         PIC X(08).
001500            05  WS-BF-CAMPUS              PIC X(02).
001510            05  FILLER                    PIC X(19).
001520       * A = SHOW EVERY AFTER VALUE, D = EVERY BEFORE VALUE, C = ONLY
001530       * THE FIELDS THAT DIFFER.
001540        01  WS-SHOW-MODE                  PIC X(01).
001550        01  WS-FIELD-COUNT                PIC 9(02).
001560        01  WS-AVG-SHOW.
001570            05  WS-AS-WHOLE               PIC X(03).
001580            05  FILLER                    PIC X(01) VALUE ".".
001590            05  WS-AS-CENTS               PIC X(02).
001600        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001610        01  WS-RPT-TITLE.
001620            05 FILLER                     PIC X(34)
001630               VALUE "STUDENT CHANGE HISTORY INQUIRY".
001640            05 FILLER                     PIC X(10) VALUE " - RUN OF ".
001650            05 WS-RT-DATE                 PIC X(08).
001660            05 FILLER                     PIC X(28) VALUE SPACES.
001670        01  WS-STUD-LINE.
001680            05 FILLER                     PIC X(09) VALUE "ENROLL # ".
001690            05 WS-SL-ENROLL-NO            PIC X(06).
001700            05 FILLER                     PIC X(03) VALUE SPACES.
001710            05 WS-SL-NAME-LABEL           PIC X(14).
001720            05 WS-SL-SNAME                PIC X(30).
001730            05 FILLER                     PIC X(18) VALUE SPACES.
001740        01  WS-CHG-LINE.
001750            05 FILLER                     PIC X(02) VALUE SPACES.
001760            05 WS-CL-DATE                 PIC X(08).
001770            05 FILLER                     PIC X(01) VALUE SPACE.
001780            05 WS-CL-TIME                 PIC X(06).
001790            05 FILLER                     PIC X(02) VALUE SPACES.
001800            05 WS-CL-PROGRAM              PIC X(08).
001810            05 FILLER                     PIC X(01) VALUE SPACE.
001820            05 WS-CL-ACTION               PIC X(08).
001830            05 FILLER                     PIC X(10) VALUE " OPERATOR ".
001840            05 WS-CL-OPERATOR             PIC X(10).
001850            05 WS-CL-OVR-LABEL            PIC X(10).
001860            05 WS-CL-OVR-REASON           PIC X(02).
001870            05 FILLER                     PIC X(12) VALUE SPACES.
001880        01  WS-FIELD-HEADER.
001890            05 FILLER                     PIC X(06) VALUE SPACES.
001900            05 FILLER                     PIC X(12) VALUE "FIELD".
001910            05 FILLER                     PIC X(31) VALUE "BEFORE".
001920            05 FILLER                     PIC X(31) VALUE "AFTER".
001930        01  WS-FIELD-LINE.
001940            05 FILLER                     PIC X(06) VALUE SPACES.
001950            05 WS-FL-NAME                 PIC X(12).
001960            05 WS-FL-BEFORE               PIC X(30).
001970            05 FILLER                     PIC X(01) VALUE SPACE.
001980            05 WS-FL-AFTER                PIC X(30).
001990            05 FILLER                     PIC X(01) VALUE SPACE.
002000        01  WS-NOTE-LINE.
002010            05 FILLER                     PIC X(06) VALUE SPACES.
002020            05 WS-NL-TEXT                 PIC X(74).
002030        01  WS-TOTAL-LINE.
002040            05 WS-TT-LABEL                PIC X(40).
002050            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
002060            05 FILLER                     PIC X(33) VALUE SPACES.
002070        COPY SPGM0901L.
002080        COPY SPGMABNL.
002090        PROCEDURE DIVISION.
002100       ******************************************************************
002110       * MAIN PROGRAM FLOW - TABLE THE REQUESTS AND THEIR SECLOG
002120       * ENTRIES, THEN PRINT ONE HISTORY PER REQUESTED STUDENT.
002130       ******************************************************************
002140        00000-MAIN-PARA.
002150            PERFORM 10000-INITIALIZE-PARA.
002160            IF  WS-ERROR-FLAG              NOT = "YES"
002170                PERFORM 12000-LOAD-REQ-PARA
002180                    UNTIL WS-REQ-EOF       = "YES"
002190                PERFORM 14000-LOAD-LOG-PARA
002200                    UNTIL WS-LOG-EOF       = "YES"
002210                PERFORM 20000-STUDENT-PARA
002220                    VARYING WS-RQ-SUB FROM 1 BY 1
002230                    UNTIL WS-RQ-SUB        > WS-REQ-COUNT
002240                    OR    WS-ERROR-FLAG    = "YES"
002250                PERFORM 28000-TOTALS-PARA
002260            END-IF.
002270            PERFORM 30000-CLOSE-PARA.
002280            STOP RUN.
002290       ******************************************************************
002300       * OPEN THE FILES. NO JRNLHIST YET MEANS NO HISTORY TO SHOW; NO
002310       * SECLOG MEANS NO OPERATORS CAN BE NAMED.
002320       ******************************************************************
002330        10000-INITIALIZE-PARA.
002340            MOVE SPACE                     TO LK-CHECK-FLAG.
002350            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002360            OPEN INPUT REQ-FILE.
002370            IF WS-REQ-FS                   NOT = "00"
002380               DISPLAY "HISTREQ ACCESS ERROR."
002390               MOVE "CEXM1058"             TO LK-PGM-ID
002400               MOVE "HISTREQ"              TO LK-FILE-ID
002410               MOVE WS-REQ-FS              TO LK-FILE-STATUS
002420               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002430               IF  LK-ABEND-YES
002440                   MOVE 16                 TO RETURN-CODE
002450                   MOVE "YES"              TO WS-ERROR-FLAG
002460               END-IF
002470            END-IF.
002480            OPEN INPUT HIST-FILE.
002490            IF WS-HIST-FS                  = "35"
002500               DISPLAY "NO JRNLHIST YET - NO CHANGE HISTORY TO SHOW."
002510               MOVE "NO"                   TO WS-HIST-AVAIL
002520            ELSE
002530               IF WS-HIST-FS               NOT = "00"
002540                  DISPLAY "JRNLHIST ACCESS ERROR."
002550                  MOVE "CEXM1058"          TO LK-PGM-ID
002560                  MOVE "JRNLHIST"          TO LK-FILE-ID
002570                  MOVE WS-HIST-FS          TO LK-FILE-STATUS
002580                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
002590                  IF  LK-ABEND-YES
002600                      MOVE 16              TO RETURN-CODE
002610                      MOVE "YES"           TO WS-ERROR-FLAG
002620                  END-IF
002630               END-IF
002640            END-IF.
002650            OPEN INPUT LOG-FILE.
002660            IF WS-LOG-FS                   = "35"
002670               MOVE "NO"                   TO WS-LOG-AVAIL
002680               MOVE "YES"                  TO WS-LOG-EOF
002690            ELSE
002700               IF WS-LOG-FS                NOT = "00"
002710                  DISPLAY "SECLOG ACCESS ERROR."
002720                  MOVE "CEXM1058"          TO LK-PGM-ID
002730                  MOVE "SECLOG"            TO LK-FILE-ID
002740                  MOVE WS-LOG-FS           TO LK-FILE-STATUS
002750                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
002760                  IF  LK-ABEND-YES
002770                      MOVE 16              TO RETURN-CODE
002780                      MOVE "YES"           TO WS-ERROR-FLAG
002790                  END-IF
002800               END-IF
002810            END-IF.
002820            OPEN OUTPUT REPORT-FILE.
002830            IF WS-REPORT-FS                NOT = "00"
002840               DISPLAY "HISTRPT ACCESS ERROR."
002850               MOVE "CEXM1058"             TO LK-PGM-ID
002860               MOVE "HISTRPT"              TO LK-FILE-ID
002870               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
002880               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002890               IF  LK-ABEND-YES
002900                   MOVE 16                 TO RETURN-CODE
002910                   MOVE "YES"              TO WS-ERROR-FLAG
002920               END-IF
002930            ELSE
002940               MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RT-DATE
002950               MOVE WS-HEADER1             TO RS-REPORT-REC
002960               WRITE RS-REPORT-REC
002970               MOVE WS-RPT-TITLE           TO RS-REPORT-REC
002980               WRITE RS-REPORT-REC
002990               MOVE WS-HEADER1             TO RS-REPORT-REC
003000               WRITE RS-REPORT-REC
003010            END-IF.
003020       ******************************************************************
003030       * TABLE ONE REQUESTED ENROLL NUMBER. A NON-NUMERIC NUMBER IS
003040       * LISTED AS REJECTED AND SKIPPED.
003050       ******************************************************************
003060        12000-LOAD-REQ-PARA.
003070            READ REQ-FILE
003080            AT END
003090                MOVE "YES"                 TO WS-REQ-EOF
003100            NOT AT END
003110                ADD 1                      TO WS-REQ-READ
003120                EVALUATE TRUE
003130                    WHEN HQ-ENROLL-NO      NOT NUMERIC
003140                        MOVE HQ-ENROLL-NO  TO WS-SL-ENROLL-NO
003150                        MOVE "REJECTED -"  TO WS-SL-NAME-LABEL
003160                        MOVE "ENROLL NO NOT NUMERIC" TO WS-SL-SNAME
003170                        MOVE WS-STUD-LINE  TO RS-REPORT-REC
003180                        WRITE RS-REPORT-REC
003190                        ADD 1              TO WS-REQ-REJECT
003200                    WHEN WS-REQ-COUNT      NOT < 500
003210                        DISPLAY "MORE THAN 500 REQUESTS - "
003220                            HQ-ENROLL-NO " NOT PRINTED"
003230                        ADD 1              TO WS-REQ-REJECT
003240                    WHEN OTHER
003250                        ADD 1              TO WS-REQ-COUNT
003260                        MOVE HQ-ENROLL-NO
003270                            TO WS-RQ-ENROLL-NO(WS-REQ-COUNT)
003280                END-EVALUATE
003290            END-READ.
003300       ******************************************************************
003310       * TABLE THE ALLOWED SECLOG ENTRIES KEYED ON A REQUESTED STUDENT.
003320       ******************************************************************
003330        14000-LOAD-LOG-PARA.
003340            READ LOG-FILE
003350            AT END
003360                MOVE "YES"                 TO WS-LOG-EOF
003370            NOT AT END
003380                IF  LG-VERDICT             = "ALLOWED "
003390                    MOVE 0                 TO WS-RQ-HIT
003400                    PERFORM 14100-CHECK-REQ-PARA
003410                        VARYING WS-SC-SUB FROM 1 BY 1
003420                        UNTIL WS-SC-SUB    > WS-REQ-COUNT
003430                        OR    WS-RQ-HIT    > 0
003440                    IF  WS-RQ-HIT          > 0
003450                        AND WS-SEC-COUNT   < 5000
003460                        ADD 1              TO WS-SEC-COUNT
003470                        MOVE LG-KEY-INFO(1:6)
003480                            TO WS-SC-ENROLL-NO(WS-SEC-COUNT)
003490                        MOVE LG-LOG-DATE   TO WS-SC-DATE(WS-SEC-COUNT)
003500                        MOVE LG-LOG-TIME   TO WS-SC-TIME(WS-SEC-COUNT)
003510                        MOVE LG-PROGRAM
003520                            TO WS-SC-PROGRAM(WS-SEC-COUNT)
003530                        MOVE LG-OPERATOR
003540                            TO WS-SC-OPERATOR(WS-SEC-COUNT)
003550                    END-IF
003560                END-IF
003570            END-READ.
003580        14100-CHECK-REQ-PARA.
003590            IF  WS-RQ-ENROLL-NO(WS-SC-SUB) = LG-KEY-INFO(1:6)
003600                MOVE WS-SC-SUB             TO WS-RQ-HIT
003610            END-IF.
003620       ******************************************************************
003630       * ONE REQUESTED STUDENT - THE NAME LINE, THEN EVERY JRNLHIST
003640       * ROW FOR THE ENROLL NUMBER IN KEY (DATE AND TIME) ORDER.
003650       ******************************************************************
003660        20000-STUDENT-PARA.
003670            MOVE WS-RQ-ENROLL-NO(WS-RQ-SUB) TO WS-CUR-ENROLL.
003680            MOVE WS-CUR-ENROLL             TO LK-ENROLL-NO.
003690            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
003700            MOVE WS-RQ-ENROLL-NO(WS-RQ-SUB) TO WS-SL-ENROLL-NO.
003710            IF  LK-FOUND
003720                MOVE "CURRENT NAME:"       TO WS-SL-NAME-LABEL
003730                MOVE LK-SNAME              TO WS-SL-SNAME
003740            ELSE
003750                MOVE SPACES                TO WS-SL-NAME-LABEL
003760                MOVE "NOT ON STUDFILE"     TO WS-SL-SNAME
003770            END-IF.
003780            MOVE SPACES                    TO RS-REPORT-REC.
003790            WRITE RS-REPORT-REC.
003800            MOVE WS-STUD-LINE              TO RS-REPORT-REC.
003810            WRITE RS-REPORT-REC.
003820            MOVE 0                         TO WS-STUD-CHG-COUNT.
003830            MOVE "YES"                     TO WS-HIST-EOF.
003840            IF  WS-HIST-AVAIL              = "YES"
003850                MOVE "NO"                  TO WS-HIST-EOF
003860                MOVE WS-CUR-ENROLL         TO JH-ENROLL-NO
003870                MOVE LOW-VALUES            TO JH-CHG-DATE
003880                MOVE LOW-VALUES            TO JH-CHG-TIME
003890                MOVE 0                     TO JH-JRNL-SEQ
003900                START HIST-FILE KEY IS >= JH-HIST-KEY
003910                    INVALID KEY
003920                        MOVE "YES"         TO WS-HIST-EOF
003930                END-START
003940            END-IF.
003950            PERFORM 21000-HIST-ROW-PARA
003960                UNTIL WS-HIST-EOF          = "YES".
003970            IF  WS-STUD-CHG-COUNT          = 0
003980                MOVE "NO CHANGE HISTORY ON FILE." TO WS-NL-TEXT
003990                MOVE WS-NOTE-LINE          TO RS-REPORT-REC
004000                WRITE RS-REPORT-REC
004010                ADD 1                      TO WS-NO-HIST-COUNT
004020            END-IF.
004030        21000-HIST-ROW-PARA.
004040            READ HIST-FILE NEXT
004050            AT END
004060                MOVE "YES"                 TO WS-HIST-EOF
004070            NOT AT END
004080                IF  JH-ENROLL-NO           NOT = WS-CUR-ENROLL
004090                    MOVE "YES"             TO WS-HIST-EOF
004100                ELSE
004110                    ADD 1                  TO WS-STUD-CHG-COUNT
004120                    ADD 1                  TO WS-CHG-COUNT
004130                    PERFORM 22000-CHANGE-LINE-PARA
004140                    PERFORM 24000-FIELDS-PARA
004150                END-IF
004160            END-READ.
004170       ******************************************************************
004180       * THE CHANGE LINE - WHEN, WHICH PROGRAM, WHAT ACTION AND WHO.
004190       ******************************************************************
004200        22000-CHANGE-LINE-PARA.
004210            MOVE JH-CHG-DATE               TO WS-CL-DATE.
004220            MOVE JH-CHG-TIME               TO WS-CL-TIME.
004230            MOVE JH-PROGRAM                TO WS-CL-PROGRAM.
004240            EVALUATE JH-ACTION
004250                WHEN "A"
004260                    MOVE "ADD"             TO WS-CL-ACTION
004270                    MOVE "A"               TO WS-SHOW-MODE
004280                WHEN "C"
004290                    MOVE "CHANGE"          TO WS-CL-ACTION
004300                    MOVE "C"               TO WS-SHOW-MODE
004310                WHEN "S"
004320                    MOVE "STATUS"          TO WS-CL-ACTION
004330                    MOVE "C"               TO WS-SHOW-MODE
004340                WHEN "D"
004350                    MOVE "DELETE"          TO WS-CL-ACTION
004360                    MOVE "D"               TO WS-SHOW-MODE
004370                WHEN "P"
004380                    MOVE "ARCHIVED"        TO WS-CL-ACTION
004390                    MOVE "D"               TO WS-SHOW-MODE
004400                WHEN OTHER
004410                    MOVE SPACES            TO WS-CL-ACTION
004420                    MOVE JH-ACTION         TO WS-CL-ACTION(1:1)
004430                    MOVE "C"               TO WS-SHOW-MODE
004440            END-EVALUATE.
004450            PERFORM 23000-FIND-OPERATOR-PARA.
004460            MOVE WS-OPERATOR               TO WS-CL-OPERATOR.
004470            IF  JH-OVR-REASON              = SPACES
004480                OR JH-OVR-REASON           = LOW-VALUES
004490                MOVE SPACES                TO WS-CL-OVR-LABEL
004500                MOVE SPACES                TO WS-CL-OVR-REASON
004510            ELSE
004520                MOVE " OVERRIDE "          TO WS-CL-OVR-LABEL
004530                MOVE JH-OVR-REASON         TO WS-CL-OVR-REASON
004540            END-IF.
004550            MOVE WS-CHG-LINE               TO RS-REPORT-REC.
004560            WRITE RS-REPORT-REC.
004570       ******************************************************************
004580       * THE LATEST ALLOWED SECLOG ENTRY FOR THE SAME PROGRAM, STUDENT
004590       * AND DATE NOT AFTER THE CHANGE TIME NAMES THE OPERATOR.
004600       ******************************************************************
004610        23000-FIND-OPERATOR-PARA.
004620            MOVE "NOT LOGGED"              TO WS-OPERATOR.
004630            MOVE SPACES                    TO WS-SC-BEST-TIME.
004640            PERFORM 23100-CHECK-LOG-PARA
004650                VARYING WS-SC-SUB FROM 1 BY 1
004660                UNTIL WS-SC-SUB            > WS-SEC-COUNT.
004670        23100-CHECK-LOG-PARA.
004680            IF  WS-SC-ENROLL-NO(WS-SC-SUB) = WS-RQ-ENROLL-NO(WS-RQ-SUB)
004690                AND WS-SC-PROGRAM(WS-SC-SUB) = JH-PROGRAM
004700                AND WS-SC-DATE(WS-SC-SUB)  = JH-CHG-DATE
004710                AND WS-SC-TIME(WS-SC-SUB)  NOT > JH-CHG-TIME
004720                AND (WS-SC-BEST-TIME       = SPACES
004730                OR   WS-SC-TIME(WS-SC-SUB) NOT < WS-SC-BEST-TIME)
004740                MOVE WS-SC-TIME(WS-SC-SUB) TO WS-SC-BEST-TIME
004750                MOVE WS-SC-OPERATOR(WS-SC-SUB) TO WS-OPERATOR
004760            END-IF.
004770       ******************************************************************
004780       * THE FIELD-BY-FIELD BEFORE AND AFTER VALUES.
004790       ******************************************************************
004800        24000-FIELDS-PARA.
004810            MOVE JH-STUD-REC               TO WS-AFTER-REC.
004820            MOVE JH-BEFORE-REC             TO WS-BEFORE-REC.
004830            IF  WS-SHOW-MODE               = "D"
004840                AND WS-BEFORE-REC          = SPACES
004850                MOVE WS-AFTER-REC          TO WS-BEFORE-REC
004860            END-IF.
004870            IF  WS-SHOW-MODE               = "A"
004880                MOVE SPACES                TO WS-BEFORE-REC
004890            END-IF.
004900            IF  WS-SHOW-MODE               = "D"
004910                MOVE SPACES                TO WS-AFTER-REC
004920            END-IF.
004930            MOVE 0                         TO WS-FIELD-COUNT.
004940            MOVE WS-FIELD-HEADER           TO RS-REPORT-REC.
004950            WRITE RS-REPORT-REC.
004960            MOVE "NAME"                    TO WS-FL-NAME.
004970            MOVE WS-BF-SNAME               TO WS-FL-BEFORE.
004980            MOVE WS-AF-SNAME               TO WS-FL-AFTER.
004990            PERFORM 25000-FIELD-LINE-PARA.
005000            MOVE "MATHS"                   TO WS-FL-NAME.
005010            MOVE WS-BF-MATHS               TO WS-FL-BEFORE.
005020            MOVE WS-AF-MATHS               TO WS-FL-AFTER.
005030            PERFORM 25000-FIELD-LINE-PARA.
005040            MOVE "SCIENCE"                 TO WS-FL-NAME.
005050            MOVE WS-BF-SCIENCE             TO WS-FL-BEFORE.
005060            MOVE WS-AF-SCIENCE             TO WS-FL-AFTER.
005070            PERFORM 25000-FIELD-LINE-PARA.
005080            MOVE "COMPUTER"                TO WS-FL-NAME.
005090            MOVE WS-BF-COMPUTER            TO WS-FL-BEFORE.
005100            MOVE WS-AF-COMPUTER            TO WS-FL-AFTER.
005110            PERFORM 25000-FIELD-LINE-PARA.
005120            MOVE "AVERAGE"                 TO WS-FL-NAME.
005130            MOVE SPACES                    TO WS-FL-BEFORE.
005140            IF  WS-BF-AVG                  NOT = SPACES
005150                MOVE WS-BF-AVG(1:3)        TO WS-AS-WHOLE
005160                MOVE WS-BF-AVG(4:2)        TO WS-AS-CENTS
005170                MOVE WS-AVG-SHOW           TO WS-FL-BEFORE
005180            END-IF.
005190            MOVE SPACES                    TO WS-FL-AFTER.
005200            IF  WS-AF-AVG                  NOT = SPACES
005210                MOVE WS-AF-AVG(1:3)        TO WS-AS-WHOLE
005220                MOVE WS-AF-AVG(4:2)        TO WS-AS-CENTS
005230                MOVE WS-AVG-SHOW           TO WS-FL-AFTER
005240            END-IF.
005250            PERFORM 25000-FIELD-LINE-PARA.
005260            MOVE "STATUS"                  TO WS-FL-NAME.
005270            MOVE WS-BF-STATUS              TO WS-FL-BEFORE.
005280            MOVE WS-AF-STATUS              TO WS-FL-AFTER.
005290            PERFORM 25000-FIELD-LINE-PARA.
005300            MOVE "STATUS DATE"             TO WS-FL-NAME.
005310            MOVE WS-BF-STATUS-DATE         TO WS-FL-BEFORE.
005320            MOVE WS-AF-STATUS-DATE         TO WS-FL-AFTER.
005330            PERFORM 25000-FIELD-LINE-PARA.
005340            MOVE "CAMPUS"                  TO WS-FL-NAME.
005350            MOVE WS-BF-CAMPUS              TO WS-FL-BEFORE.
005360            MOVE WS-AF-CAMPUS              TO WS-FL-AFTER.
005370            PERFORM 25000-FIELD-LINE-PARA.
005380            IF  WS-FIELD-COUNT             = 0
005390                MOVE "NO FIELD CHANGED."   TO WS-NL-TEXT
005400                MOVE WS-NOTE-LINE          TO RS-REPORT-REC
005410                WRITE RS-REPORT-REC
005420            END-IF.
005430       ******************************************************************
005440       * PRINT ONE FIELD - ALWAYS FOR AN ADD OR DELETE, ONLY WHEN IT
005450       * DIFFERS FOR A CHANGE.
005460       ******************************************************************
005470        25000-FIELD-LINE-PARA.
005480            IF  WS-SHOW-MODE               NOT = "C"
005490                OR WS-FL-BEFORE            NOT = WS-FL-AFTER
005500                ADD 1                      TO WS-FIELD-COUNT
005510                MOVE WS-FIELD-LINE         TO RS-REPORT-REC
005520                WRITE RS-REPORT-REC
005530            END-IF.
005540       ******************************************************************
005550       * RUN TOTALS.
005560       ******************************************************************
005570        28000-TOTALS-PARA.
005580            MOVE SPACES                    TO RS-REPORT-REC.
005590            WRITE RS-REPORT-REC.
005600            MOVE WS-HEADER1                TO RS-REPORT-REC.
005610            WRITE RS-REPORT-REC.
005620            MOVE "REQUESTS READ"           TO WS-TT-LABEL.
005630            MOVE WS-REQ-READ               TO WS-TT-COUNT.
005640            PERFORM 28100-TOTAL-LINE-PARA.
005650            MOVE "REQUESTS REJECTED"       TO WS-TT-LABEL.
005660            MOVE WS-REQ-REJECT             TO WS-TT-COUNT.
005670            PERFORM 28100-TOTAL-LINE-PARA.
005680            MOVE "STUDENTS WITH NO HISTORY" TO WS-TT-LABEL.
005690            MOVE WS-NO-HIST-COUNT          TO WS-TT-COUNT.
005700            PERFORM 28100-TOTAL-LINE-PARA.
005710            MOVE "CHANGES PRINTED"         TO WS-TT-LABEL.
005720            MOVE WS-CHG-COUNT              TO WS-TT-COUNT.
005730            PERFORM 28100-TOTAL-LINE-PARA.
005740        28100-TOTAL-LINE-PARA.
005750            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
005760            WRITE RS-REPORT-REC.
005770       ******************************************************************
005780       * DISPLAY COUNTS AND CLOSE THE FILES.
005790       ******************************************************************
005800        30000-CLOSE-PARA.
005810            DISPLAY "REQUESTS READ         : " WS-REQ-READ.
005820            DISPLAY "REQUESTS REJECTED     : " WS-REQ-REJECT.
005830            DISPLAY "CHANGES PRINTED       : " WS-CHG-COUNT.
005840            CLOSE REQ-FILE.
005850            IF  WS-HIST-AVAIL              = "YES"
005860                CLOSE HIST-FILE
005870            END-IF.
005880            IF  WS-LOG-AVAIL               = "YES"
005890                CLOSE LOG-FILE
005900            END-IF.
005910            CLOSE REPORT-FILE.
