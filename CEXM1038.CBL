000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1038.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: NURSE'S OFFICE VISIT LOAD. READS THE VISIT
000060       *  CARDS KEYED INTO NRSIN AND MAINTAINS NRSFILE, THE VISIT FILE
000070       *  KEYED ON ENROLLMENT NUMBER PLUS VISIT DATE AND TIME, HOLDING
000080       *  THE COMPLAINT CODE, THE DISPOSITION (R RETURNED TO CLASS,
000090       *  H SENT HOME, 9 CALLED 911) AND THE CEXM975 CONTFILE CONTACT
000100       *  REACHED. THE STUDENT IS VALIDATED THROUGH SPGM0901, THE
000110       *  COMPLAINT AGAINST THE NRSCODE TABLE, AND THE CONTACT AGAINST
000120       *  CONTFILE. A TERM CARD IS REQUIRED AND MUST NAME AN OPEN TERM
000130       *  ON TERMCTL, AS FOR CEXM931. A STUDENT WHO LEAVES THE BUILDING
000140       *  (SENT HOME OR 911) HAS THE PERIOD LEFT IN AND EVERY LATER
000150       *  PERIOD THAT DAY POSTED TO ATTFILE AS E, SO THE NURSE NO
000160       *  LONGER UPDATES ATTENDANCE SEPARATELY. A CARD FOR A VISIT
000170       *  ALREADY ON FILE REPLACES IT. REJECTS GO TO NRSEXCP.
000180       * NRSIN   : JEBA02.EMY.COBOL.NRSIN
000190       * NRSCODE : JEBA02.EMY.COBOL.NRSCODE (COMPLAINT CODE TABLE)
000200       * NRSFILE : JEBA02.EMY.COBOL.NRSFILE (INDEXED ON ENROLL+DATE+
000210       *           TIME)
000220       * CONTFILE: JEBA02.EMY.COBOL.CONTFILE (INDEXED ON ENROLL+SEQ)
000230       * ATTFILE : JEBA02.EMY.COBOL.ATTFILE (INDEXED ON ENROLL+DATE)
000240       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000250       * NRSEXCP : JEBA02.EMY.COBOL.NRSEXCP
000260       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000270       * ----------------------------------------------------------------
000280       * PRJ NO    NAME     DATE          MAINT DESC.
000290       * ----------------------------------------------------------------
000300       * JEBA02    EMY     09/21/2026    PROGRAM CREATED.
000310       ******************************************************************
000320        ENVIRONMENT DIVISION.
000330        INPUT-OUTPUT SECTION.
000340        FILE-CONTROL.
000350            SELECT NRS-IN-FILE
000360                ASSIGN TO NRSIN
000370                ORGANIZATION IS SEQUENTIAL
000380                ACCESS MODE IS SEQUENTIAL
000390                FILE STATUS IS WS-NRS-IN-FS.
000400            SELECT CODE-FILE
000410                ASSIGN TO NRSCODE
000420                ORGANIZATION IS SEQUENTIAL
000430                ACCESS MODE IS SEQUENTIAL
000440                FILE STATUS IS WS-CODE-FS.
000450            SELECT NRS-FILE
000460                ASSIGN TO NRSFILE
000470                ORGANIZATION IS INDEXED
000480                ACCESS MODE IS RANDOM
000490                RECORD KEY IS NV-VISIT-KEY
000500                FILE STATUS IS WS-NRS-FS.
000510            SELECT CONT-FILE
000520                ASSIGN TO CONTFILE
000530                ORGANIZATION IS INDEXED
000540                ACCESS MODE IS RANDOM
000550                RECORD KEY IS CT-CONT-KEY
000560                FILE STATUS IS WS-CONT-FS.
000570            SELECT ATT-FILE
000580                ASSIGN TO ATTFILE
000590                ORGANIZATION IS INDEXED
000600                ACCESS MODE IS RANDOM
000610                RECORD KEY IS AT-ATT-KEY
000620                FILE STATUS IS WS-ATT-FS.
000630            SELECT TERM-FILE
000640                ASSIGN TO TERMCTL
000650                ORGANIZATION IS INDEXED
000660                ACCESS MODE IS RANDOM
000670                RECORD KEY IS TM-TERM-CODE
000680                FILE STATUS IS WS-TERM-FS.
000690            SELECT EXCEPTION-FILE
000700                ASSIGN TO NRSEXCP
000710                ORGANIZATION IS SEQUENTIAL
000720                ACCESS MODE IS SEQUENTIAL
000730                FILE STATUS IS WS-EXCEPTION-FS.
000740        DATA DIVISION.
000750        FILE SECTION.
000760        FD  NRS-IN-FILE.
000770        01  NI-VISIT-REC.
000780            05  NI-ENROLL-NO              PIC 9(06).
000790            05  NI-VISIT-DATE             PIC X(08).
000800            05  NI-VISIT-TIME             PIC X(04).
000810            05  NI-COMPLAINT              PIC X(02).
000820            05  NI-DISPOSITION            PIC X(01).
000830            05  NI-LEAVE-PERIOD           PIC X(01).
000840            05  NI-CONT-SEQ               PIC X(02).
000850            05  NI-NOTE                   PIC X(30).
000860            05  FILLER                    PIC X(26).
000870        FD  CODE-FILE.
000880        01  NC-CODE-REC.
000890            05  NC-COMPLAINT-CODE         PIC X(02).
000900            05  NC-COMPLAINT-DESC         PIC X(30).
000910            05  FILLER                    PIC X(48).
000920        FD  NRS-FILE.
000930        01  NV-VISIT-REC.
000940            05  NV-VISIT-KEY.
000950                10  NV-ENROLL-NO          PIC 9(06).
000960                10  NV-VISIT-DATE         PIC 9(08).
000970                10  NV-VISIT-TIME         PIC 9(04).
000980            05  NV-COMPLAINT              PIC X(02).
000990            05  NV-DISPOSITION            PIC X(01).
001000            05  NV-LEAVE-PERIOD           PIC 9(01).
001010            05  NV-CONT-SEQ               PIC 9(02).
001020            05  NV-NOTE                   PIC X(30).
001030            05  NV-LOAD-DATE              PIC 9(08).
001040            05  FILLER                    PIC X(18).
001050        FD  CONT-FILE.
001060        01  CT-CONT-REC.
001070            05  CT-CONT-KEY.
001080                10  CT-ENROLL-NO          PIC 9(06).
001090                10  CT-CONT-SEQ           PIC 9(02).
001100            05  CT-CONT-NAME              PIC X(30).
001110            05  CT-RELATION               PIC X(10).
001120            05  CT-PHONE-1                PIC X(12).
001130            05  CT-PHONE-2                PIC X(12).
001140            05  CT-PRIORITY               PIC 9(02).
001150            05  FILLER                    PIC X(06).
001160        FD  ATT-FILE.
001170        01  AT-ATT-REC.
001180            05  AT-ATT-KEY.
001190                10  AT-ENROLL-NO          PIC 9(06).
001200                10  AT-ATT-DATE           PIC 9(08).
001210            05  AT-PERIOD-CODE            PIC X(01) OCCURS 6 TIMES.
001220            05  FILLER                    PIC X(60).
001230        FD  TERM-FILE.
001240        01  TM-TERM-REC.
001250            05  TM-TERM-CODE              PIC X(05).
001260            05  TM-START-DATE             PIC 9(08).
001270            05  TM-END-DATE               PIC 9(08).
001280            05  TM-OPEN-FLAG              PIC X(01).
001290            05  FILLER                    PIC X(58).
001300        FD  EXCEPTION-FILE.
001310        01  ES-EXCEPTION-REC              PIC X(80).
001320        WORKING-STORAGE SECTION.
001330        01  WS-NRS-IN-FS                  PIC X(02).
001340        01  WS-CODE-FS                    PIC X(02).
001350        01  WS-NRS-FS                     PIC X(02).
001360        01  WS-CONT-FS                    PIC X(02).
001370        01  WS-ATT-FS                     PIC X(02).
001380        01  WS-TERM-FS                    PIC X(02).
001390        01  WS-EXCEPTION-FS               PIC X(02).
001400        01  WS-TERM-CODE                  PIC X(05).
001410        01  WS-TERM-START                 PIC 9(08) VALUE 0.
001420        01  WS-TERM-END                   PIC 9(08) VALUE 0.
001430        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001440        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001450        01  WS-CODE-EOF                   PIC X(03) VALUE "NO".
001460        01  WS-CURRENT-DATE-DATA          PIC X(20).
001470        01  WS-TODAY REDEFINES WS-CURRENT-DATE-DATA.
001480            05  WS-TODAY-DATE             PIC 9(08).
001490            05  FILLER                    PIC X(12).
001500       * COMPLAINT CODE TABLE, LOADED FROM NRSCODE AT STARTUP.
001510        01  WS-NC-COUNT                   PIC 9(02) VALUE 0.
001520        01  WS-NC-TABLE.
001530            05  WS-NC-ENTRY               OCCURS 50 TIMES.
001540                10  WS-NC-CODE            PIC X(02).
001550        01  WS-NC-SUB                     PIC 9(02).
001560        01  WS-NC-HIT                     PIC 9(02).
001570        01  WS-VISIT-DATE                 PIC 9(08).
001580        01  WS-VISIT-TIME                 PIC 9(04).
001590        01  WS-VISIT-TIME-R REDEFINES WS-VISIT-TIME.
001600            05  WS-VT-HH                  PIC 9(02).
001610            05  WS-VT-MM                  PIC 9(02).
001620        01  WS-LEAVE-PERIOD               PIC 9(01).
001630        01  WS-CONT-SEQ                   PIC 9(02).
001640        01  WS-LEAVES-FLAG                PIC X(03).
001650        01  WS-CONT-OK-FLAG               PIC X(03).
001660        01  WS-PERIOD-SUB                 PIC 9(01).
001670        01  WS-LOAD-COUNT                 PIC 9(06) VALUE 0.
001680        01  WS-REPLACE-COUNT              PIC 9(06) VALUE 0.
001690        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001700        01  WS-SENT-HOME-COUNT            PIC 9(06) VALUE 0.
001710        01  WS-DAYS-POSTED                PIC 9(06) VALUE 0.
001720        01  WS-EXCEPTION-OUT.
001730            05 FILLER                     PIC X(11)
001740                                          VALUE "REJECTED - ".
001750            05 WS-EXC-ENROLL-NO           PIC 9(06).
001760            05 FILLER                     PIC X(01) VALUE SPACES.
001770            05 WS-EXC-DATE                PIC X(08).
001780            05 FILLER                     PIC X(01) VALUE SPACES.
001790            05 WS-EXC-TIME                PIC X(04).
001800            05 FILLER                     PIC X(03) VALUE " - ".
001810            05 WS-EXC-REASON              PIC X(40).
001820            05 FILLER                     PIC X(06) VALUE SPACES.
001830        COPY SPGM0901L.
001840        COPY SPGM0906L.
001850        COPY SPGMABNL.
001860        PROCEDURE DIVISION.
001870       ******************************************************************
001880       * MAIN PROGRAM FLOW.
001890       ******************************************************************
001900        00000-MAIN-PARA.
001910            PERFORM 05000-ACCEPT-PARA.
001920            PERFORM 07000-CHECK-TERM-PARA.
001930            IF  WS-ERROR-FLAG              NOT = "YES"
001940                PERFORM 10000-INITIALIZE-PARA
001950            END-IF.
001960            IF  WS-ERROR-FLAG              NOT = "YES"
001970                PERFORM 12000-LOAD-CODE-PARA
001980                    UNTIL WS-CODE-EOF      = "YES"
001990            END-IF.
002000            PERFORM 20000-PROCESS-PARA
002010              UNTIL WS-ERROR-FLAG = "YES"
002020              OR    WS-ENDOFFILE  = "YES".
002030            PERFORM 30000-CLOSE-PARA.
002040            STOP RUN.
002050       ******************************************************************
002060       * ACCEPT THE TERM CODE FOR THIS LOAD FROM SYSIN, CEXM931-STYLE.
002070       ******************************************************************
002080        05000-ACCEPT-PARA.
002090            ACCEPT WS-TERM-CODE.
002100            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002110       ******************************************************************
002120       * THE TERM CARD MUST NAME AN OPEN TERM ON CEXM962'S TERMCTL
002130       * MASTER. ITS START/END DATES BOUND THE VISIT DATES, SO NO
002140       * ATTENDANCE IS POSTED OUTSIDE A TERM.
002150       ******************************************************************
002160        07000-CHECK-TERM-PARA.
002170            OPEN INPUT TERM-FILE.
002180            IF WS-TERM-FS                 NOT = "00"
002190               DISPLAY "TERMCTL ACCESS ERROR."
002200               MOVE "CEXM1038"            TO LK-PGM-ID
002210               MOVE "TERMCTL"             TO LK-FILE-ID
002220               MOVE WS-TERM-FS            TO LK-FILE-STATUS
002230               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002240               IF  LK-ABEND-YES
002250                   MOVE 16                TO RETURN-CODE
002260                   MOVE "YES"             TO WS-ERROR-FLAG
002270               END-IF
002280            ELSE
002290               MOVE WS-TERM-CODE          TO TM-TERM-CODE
002300               READ TERM-FILE
002310                   INVALID KEY
002320                       DISPLAY "TERM " WS-TERM-CODE
002330                           " NOT ON TERMCTL - LOAD REFUSED."
002340                       MOVE 16            TO RETURN-CODE
002350                       MOVE "YES"         TO WS-ERROR-FLAG
002360                   NOT INVALID KEY
002370                       IF  TM-OPEN-FLAG   NOT = "O"
002380                           DISPLAY "TERM " WS-TERM-CODE
002390                               " IS CLOSED - LOAD REFUSED."
002400                           MOVE 16        TO RETURN-CODE
002410                           MOVE "YES"     TO WS-ERROR-FLAG
002420                       ELSE
002430                           MOVE TM-START-DATE TO WS-TERM-START
002440                           MOVE TM-END-DATE   TO WS-TERM-END
002450                       END-IF
002460               END-READ
002470               CLOSE TERM-FILE
002480            END-IF.
002490       ******************************************************************
002500       * OPEN THE CARDS, THE COMPLAINT TABLE, CONTFILE, THE VISIT AND
002510       * ATTENDANCE FILES (EACH CREATED ON FIRST USE), AND THE
002520       * EXCEPTION REPORT.
002530       ******************************************************************
002540        10000-INITIALIZE-PARA.
002550            MOVE SPACE                     TO LK-CHECK-FLAG.
002560            OPEN INPUT NRS-IN-FILE.
002570            IF WS-NRS-IN-FS               NOT = "00"
002580               DISPLAY "NRSIN ACCESS ERROR."
002590               MOVE "CEXM1038"            TO LK-PGM-ID
002600               MOVE "NRSIN"               TO LK-FILE-ID
002610               MOVE WS-NRS-IN-FS          TO LK-FILE-STATUS
002620               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002630               IF  LK-ABEND-YES
002640                   MOVE 16                TO RETURN-CODE
002650                   MOVE "YES"             TO WS-ERROR-FLAG
002660               END-IF
002670            END-IF.
002680            OPEN INPUT CODE-FILE.
002690            IF WS-CODE-FS                 NOT = "00"
002700               DISPLAY "NRSCODE ACCESS ERROR."
002710               MOVE "CEXM1038"            TO LK-PGM-ID
002720               MOVE "NRSCODE"             TO LK-FILE-ID
002730               MOVE WS-CODE-FS            TO LK-FILE-STATUS
002740               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002750               IF  LK-ABEND-YES
002760                   MOVE 16                TO RETURN-CODE
002770                   MOVE "YES"             TO WS-ERROR-FLAG
002780               END-IF
002790            END-IF.
002800            OPEN INPUT CONT-FILE.
002810            IF WS-CONT-FS                 NOT = "00"
002820               DISPLAY "CONTFILE ACCESS ERROR."
002830               MOVE "CEXM1038"            TO LK-PGM-ID
002840               MOVE "CONTFILE"            TO LK-FILE-ID
002850               MOVE WS-CONT-FS            TO LK-FILE-STATUS
002860               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002870               IF  LK-ABEND-YES
002880                   MOVE 16                TO RETURN-CODE
002890                   MOVE "YES"             TO WS-ERROR-FLAG
002900               END-IF
002910            END-IF.
002920            OPEN I-O NRS-FILE.
002930            IF WS-NRS-FS                  = "35"
002940               OPEN OUTPUT NRS-FILE
002950            END-IF.
002960            IF WS-NRS-FS                  NOT = "00"
002970               DISPLAY "NRSFILE ACCESS ERROR."
002980               MOVE "CEXM1038"            TO LK-PGM-ID
002990               MOVE "NRSFILE"             TO LK-FILE-ID
003000               MOVE WS-NRS-FS             TO LK-FILE-STATUS
003010               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003020               IF  LK-ABEND-YES
003030                   MOVE 16                TO RETURN-CODE
003040                   MOVE "YES"             TO WS-ERROR-FLAG
003050               END-IF
003060            END-IF.
003070            OPEN I-O ATT-FILE.
003080            IF WS-ATT-FS                  = "35"
003090               OPEN OUTPUT ATT-FILE
003100            END-IF.
003110            IF WS-ATT-FS                  NOT = "00"
003120               DISPLAY "ATTFILE ACCESS ERROR."
003130               MOVE "CEXM1038"            TO LK-PGM-ID
003140               MOVE "ATTFILE"             TO LK-FILE-ID
003150               MOVE WS-ATT-FS             TO LK-FILE-STATUS
003160               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003170               IF  LK-ABEND-YES
003180                   MOVE 16                TO RETURN-CODE
003190                   MOVE "YES"             TO WS-ERROR-FLAG
003200               END-IF
003210            END-IF.
003220            OPEN OUTPUT EXCEPTION-FILE.
003230            IF WS-EXCEPTION-FS            NOT = "00"
003240               DISPLAY "NRSEXCP ACCESS ERROR."
003250               MOVE "CEXM1038"            TO LK-PGM-ID
003260               MOVE "NRSEXCP"             TO LK-FILE-ID
003270               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
003280               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003290               IF  LK-ABEND-YES
003300                   MOVE 16                TO RETURN-CODE
003310                   MOVE "YES"             TO WS-ERROR-FLAG
003320               END-IF
003330            END-IF.
003340       ******************************************************************
003350       * LOAD THE COMPLAINT CODE TABLE, CEXM970-STYLE.
003360       ******************************************************************
003370        12000-LOAD-CODE-PARA.
003380            READ CODE-FILE
003390            AT END
003400                MOVE "YES"                 TO WS-CODE-EOF
003410            NOT AT END
003420                IF  WS-NC-COUNT            = 50
003430                    DISPLAY "COMPLAINT TABLE FULL AT 50 CODES."
003440                ELSE
003450                    ADD 1                  TO WS-NC-COUNT
003460                    MOVE NC-COMPLAINT-CODE TO WS-NC-CODE(WS-NC-COUNT)
003470                END-IF
003480            END-READ.
003490       ******************************************************************
003500       * READ ONE VISIT CARD, VALIDATE IT, AND LOAD IT.
003510       ******************************************************************
003520        20000-PROCESS-PARA.
003530            READ NRS-IN-FILE
003540            AT END
003550                MOVE "YES"                 TO WS-ENDOFFILE
003560            NOT AT END
003570                PERFORM 21000-CHECK-CARD-PARA
003580            END-READ.
003590       ******************************************************************
003600       * CHECK THE DATE, TIME, COMPLAINT AND DISPOSITION. A STUDENT WHO
003610       * LEAVES (H OR 9) MUST SAY WHICH PERIOD (1-6) THEY LEFT IN; ONE
003620       * RETURNED TO CLASS CARRIES NO PERIOD. A SENT-HOME VISIT MUST
003630       * NAME THE CONTACT REACHED.
003640       ******************************************************************
003650        21000-CHECK-CARD-PARA.
003660            MOVE 0                         TO WS-VISIT-DATE.
003670            MOVE 0                         TO WS-VISIT-TIME.
003680            MOVE 0                         TO WS-LEAVE-PERIOD.
003690            MOVE 0                         TO WS-CONT-SEQ.
003700            MOVE "VA"                      TO LK-DT-FUNCTION.
003710            MOVE 0                         TO LK-DT-DATE-1.
003720            IF  NI-VISIT-DATE              IS NUMERIC
003730                MOVE NI-VISIT-DATE         TO WS-VISIT-DATE
003740                MOVE WS-VISIT-DATE         TO LK-DT-DATE-1
003750            END-IF.
003760            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
003770            IF  NI-VISIT-TIME              IS NUMERIC
003780                MOVE NI-VISIT-TIME         TO WS-VISIT-TIME
003790            END-IF.
003800            IF  NI-LEAVE-PERIOD            IS NUMERIC
003810                MOVE NI-LEAVE-PERIOD       TO WS-LEAVE-PERIOD
003820            END-IF.
003830            IF  NI-CONT-SEQ                IS NUMERIC
003840                MOVE NI-CONT-SEQ           TO WS-CONT-SEQ
003850            END-IF.
003860            IF  NI-DISPOSITION             = "H"
003870                OR NI-DISPOSITION          = "9"
003880                MOVE "YES"                 TO WS-LEAVES-FLAG
003890            ELSE
003900                MOVE "NO"                  TO WS-LEAVES-FLAG
003910            END-IF.
003920            PERFORM 21500-FIND-CODE-PARA.
003930            EVALUATE TRUE
003940                WHEN LK-DT-BAD
003950                    MOVE "INVALID VISIT DATE"
003960                                           TO WS-EXC-REASON
003970                    PERFORM 27000-REJECT-PARA
003980                WHEN WS-VISIT-DATE         < WS-TERM-START
003990                    OR WS-VISIT-DATE       > WS-TERM-END
004000                    MOVE "VISIT DATE OUTSIDE TERM START/END"
004010                                           TO WS-EXC-REASON
004020                    PERFORM 27000-REJECT-PARA
004030                WHEN NI-VISIT-TIME         NOT NUMERIC
004040                    OR WS-VT-HH            > 23
004050                    OR WS-VT-MM            > 59
004060                    MOVE "INVALID VISIT TIME (HHMM)"
004070                                           TO WS-EXC-REASON
004080                    PERFORM 27000-REJECT-PARA
004090                WHEN WS-NC-HIT             = 0
004100                    MOVE "COMPLAINT CODE NOT IN NRSCODE"
004110                                           TO WS-EXC-REASON
004120                    PERFORM 27000-REJECT-PARA
004130                WHEN NI-DISPOSITION        NOT = "R"
004140                    AND WS-LEAVES-FLAG     = "NO"
004150                    MOVE "DISPOSITION NOT R, H OR 9"
004160                                           TO WS-EXC-REASON
004170                    PERFORM 27000-REJECT-PARA
004180                WHEN WS-LEAVES-FLAG        = "YES"
004190                    AND (WS-LEAVE-PERIOD   < 1
004200                    OR   WS-LEAVE-PERIOD   > 6)
004210                    MOVE "LEAVING STUDENT NEEDS PERIOD 1-6"
004220                                           TO WS-EXC-REASON
004230                    PERFORM 27000-REJECT-PARA
004240                WHEN WS-LEAVES-FLAG        = "NO"
004250                    AND WS-LEAVE-PERIOD    NOT = 0
004260                    MOVE "PERIOD GIVEN FOR RETURN TO CLASS"
004270                                           TO WS-EXC-REASON
004280                    PERFORM 27000-REJECT-PARA
004290                WHEN NI-CONT-SEQ           NOT NUMERIC
004300                    AND NI-CONT-SEQ        NOT = SPACES
004310                    MOVE "CONTACT SEQUENCE NOT NUMERIC"
004320                                           TO WS-EXC-REASON
004330                    PERFORM 27000-REJECT-PARA
004340                WHEN NI-DISPOSITION        = "H"
004350                    AND WS-CONT-SEQ        = 0
004360                    MOVE "SENT HOME WITH NO CONTACT REACHED"
004370                                           TO WS-EXC-REASON
004380                    PERFORM 27000-REJECT-PARA
004390                WHEN OTHER
004400                    PERFORM 22000-CHECK-STUDENT-PARA
004410            END-EVALUATE.
004420       ******************************************************************
004430       * FIND THE COMPLAINT CODE IN THE TABLE (0 = NOT THERE).
004440       ******************************************************************
004450        21500-FIND-CODE-PARA.
004460            MOVE 0                         TO WS-NC-HIT.
004470            PERFORM 21600-SCAN-CODE-PARA
004480                VARYING WS-NC-SUB FROM 1 BY 1
004490                UNTIL WS-NC-SUB            > WS-NC-COUNT
004500                OR WS-NC-HIT               NOT = 0.
004510        21600-SCAN-CODE-PARA.
004520            IF  WS-NC-CODE(WS-NC-SUB)      = NI-COMPLAINT
004530                MOVE WS-NC-SUB             TO WS-NC-HIT
004540            END-IF.
004550       ******************************************************************
004560       * THE STUDENT MUST BE ON STUDFILE, AND A CONTACT NAMED ON THE
004570       * CARD MUST BE ONE OF THAT STUDENT'S CONTFILE CONTACTS.
004580       ******************************************************************
004590        22000-CHECK-STUDENT-PARA.
004600            MOVE "YES"                     TO WS-CONT-OK-FLAG.
004610            IF  WS-CONT-SEQ                NOT = 0
004620                MOVE NI-ENROLL-NO          TO CT-ENROLL-NO
004630                MOVE WS-CONT-SEQ           TO CT-CONT-SEQ
004640                READ CONT-FILE
004650                    INVALID KEY
004660                        MOVE "NO"          TO WS-CONT-OK-FLAG
004670                END-READ
004680            END-IF.
004690            MOVE NI-ENROLL-NO              TO LK-ENROLL-NO.
004700            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
004710            EVALUATE TRUE
004720                WHEN LK-NOT-FOUND
004730                    MOVE "ENROLL NO NOT ON STUDFILE"
004740                                           TO WS-EXC-REASON
004750                    PERFORM 27000-REJECT-PARA
004760                WHEN WS-CONT-OK-FLAG       = "NO"
004770                    MOVE "CONTACT NOT ON CONTFILE FOR STUDENT"
004780                                           TO WS-EXC-REASON
004790                    PERFORM 27000-REJECT-PARA
004800                WHEN OTHER
004810                    PERFORM 24000-LOAD-PARA
004820            END-EVALUATE.
004830       ******************************************************************
004840       * WRITE THE VISIT, REPLACING ONE ALREADY ON FILE FOR THE SAME
004850       * STUDENT, DATE AND TIME, THEN POST THE DAY FOR A LEAVER.
004860       ******************************************************************
004870        24000-LOAD-PARA.
004880            MOVE SPACES                    TO NV-VISIT-REC.
004890            MOVE NI-ENROLL-NO              TO NV-ENROLL-NO.
004900            MOVE WS-VISIT-DATE             TO NV-VISIT-DATE.
004910            MOVE WS-VISIT-TIME             TO NV-VISIT-TIME.
004920            MOVE NI-COMPLAINT              TO NV-COMPLAINT.
004930            MOVE NI-DISPOSITION            TO NV-DISPOSITION.
004940            MOVE WS-LEAVE-PERIOD           TO NV-LEAVE-PERIOD.
004950            MOVE WS-CONT-SEQ               TO NV-CONT-SEQ.
004960            MOVE NI-NOTE                   TO NV-NOTE.
004970            MOVE WS-TODAY-DATE             TO NV-LOAD-DATE.
004980            WRITE NV-VISIT-REC
004990                INVALID KEY
005000                    REWRITE NV-VISIT-REC
005010                    IF WS-NRS-FS           = "00"
005020                        ADD 1              TO WS-REPLACE-COUNT
005030                    ELSE
005040                        DISPLAY "NRSFILE REWRITE ERROR - STATUS "
005050                            WS-NRS-FS " - KEY " NV-VISIT-KEY
005060                        MOVE "CEXM1038"      TO LK-PGM-ID
005070                        MOVE "NRSFILE"       TO LK-FILE-ID
005080                        MOVE WS-NRS-FS       TO LK-FILE-STATUS
005090                        CALL 'SPGMABND'      USING LK-ABEND-PARMS
005100                        IF  LK-ABEND-YES
005110                            MOVE 16          TO RETURN-CODE
005120                            MOVE "YES"       TO WS-ERROR-FLAG
005130                        END-IF
005140                    END-IF
005150                NOT INVALID KEY
005160                    ADD 1                  TO WS-LOAD-COUNT
005170            END-WRITE.
005180            IF  WS-LEAVES-FLAG             = "YES"
005190                AND WS-ERROR-FLAG          NOT = "YES"
005200                PERFORM 25000-POST-DAY-PARA
005210            END-IF.
005220       ******************************************************************
005230       * MARK THE PERIOD LEFT IN AND EVERY LATER PERIOD E. A DAY
005240       * ALREADY ON ATTFILE KEEPS ITS EARLIER PERIODS AND ANY PERIOD
005250       * NOT IN SESSION (BLANK); A DAY NOT YET POSTED IS WRITTEN WITH
005260       * THE EARLIER PERIODS BLANK FOR THE HOMEROOM SHEET TO FILL -
005270       * CEXM931 KEEPS THESE E CODES WHEN THE SHEET LOADS.
005280       ******************************************************************
005290        25000-POST-DAY-PARA.
005300            ADD 1                          TO WS-SENT-HOME-COUNT.
005310            MOVE NI-ENROLL-NO              TO AT-ENROLL-NO.
005320            MOVE WS-VISIT-DATE             TO AT-ATT-DATE.
005330            READ ATT-FILE
005340                INVALID KEY
005350                    MOVE SPACES            TO AT-ATT-REC
005360                    MOVE NI-ENROLL-NO      TO AT-ENROLL-NO
005370                    MOVE WS-VISIT-DATE     TO AT-ATT-DATE
005380                    PERFORM 25200-EXCUSE-PERIOD-PARA
005390                        VARYING WS-PERIOD-SUB FROM WS-LEAVE-PERIOD BY 1
005400                        UNTIL WS-PERIOD-SUB > 6
005410                    WRITE AT-ATT-REC
005420                NOT INVALID KEY
005430                    PERFORM 25100-EXCUSE-SESSION-PARA
005440                        VARYING WS-PERIOD-SUB FROM WS-LEAVE-PERIOD BY 1
005450                        UNTIL WS-PERIOD-SUB > 6
005460                    REWRITE AT-ATT-REC
005470            END-READ.
005480            IF  WS-ATT-FS                  = "00"
005490                ADD 1                      TO WS-DAYS-POSTED
005500            ELSE
005510                DISPLAY "ATTFILE UPDATE ERROR - STATUS "
005520                    WS-ATT-FS " - KEY " AT-ATT-KEY
005530                MOVE "CEXM1038"            TO LK-PGM-ID
005540                MOVE "ATTFILE"             TO LK-FILE-ID
005550                MOVE WS-ATT-FS             TO LK-FILE-STATUS
005560                CALL 'SPGMABND'            USING LK-ABEND-PARMS
005570                IF  LK-ABEND-YES
005580                    MOVE 16                TO RETURN-CODE
005590                    MOVE "YES"             TO WS-ERROR-FLAG
005600                END-IF
005610            END-IF.
005620       ******************************************************************
005630       * MARK ONE PERIOD E IF IT WAS IN SESSION (NOT BLANK).
005640       ******************************************************************
005650        25100-EXCUSE-SESSION-PARA.
005660            IF  AT-PERIOD-CODE(WS-PERIOD-SUB) NOT = SPACE
005670                MOVE "E"
005680                    TO AT-PERIOD-CODE(WS-PERIOD-SUB)
005690            END-IF.
005700       ******************************************************************
005710       * MARK ONE PERIOD E.
005720       ******************************************************************
005730        25200-EXCUSE-PERIOD-PARA.
005740            MOVE "E"
005750                TO AT-PERIOD-CODE(WS-PERIOD-SUB).
005760       ******************************************************************
005770       * LOG A REJECTED VISIT CARD TO THE EXCEPTION REPORT.
005780       ******************************************************************
005790        27000-REJECT-PARA.
005800            MOVE NI-ENROLL-NO              TO WS-EXC-ENROLL-NO.
005810            MOVE NI-VISIT-DATE             TO WS-EXC-DATE.
005820            MOVE NI-VISIT-TIME             TO WS-EXC-TIME.
005830            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
005840            WRITE ES-EXCEPTION-REC.
005850            ADD 1                          TO WS-REJECT-COUNT.
005860       ******************************************************************
005870       * DISPLAY COUNTS AND CLOSE THE FILES.
005880       ******************************************************************
005890        30000-CLOSE-PARA.
005900            DISPLAY "VISITS LOADED     : " WS-LOAD-COUNT.
005910            DISPLAY "VISITS REPLACED   : " WS-REPLACE-COUNT.
005920            DISPLAY "REJECTED          : " WS-REJECT-COUNT.
005930            DISPLAY "LEFT THE BUILDING : " WS-SENT-HOME-COUNT.
005940            DISPLAY "ATTENDANCE POSTED : " WS-DAYS-POSTED.
005950            CLOSE NRS-IN-FILE.
005960            CLOSE CODE-FILE.
005970            CLOSE CONT-FILE.
005980            CLOSE NRS-FILE.
005990            CLOSE ATT-FILE.
006000            CLOSE EXCEPTION-FILE.
