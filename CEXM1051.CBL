000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1051.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: NIGHTLY STUDENT CHANGE FEED TO THE DISTRICT.
000060       *  CEXM938 ONLY SENDS THE STUD70 EXTRACT; NAME CORRECTIONS,
000070       *  STATUS CHANGES AND NEW ENROLLMENTS OTHERWISE REACH THE
000080       *  DISTRICT ONCE A TERM. THIS RUN TURNS THE JOURNAL BEFORE/AFTER
000090       *  IMAGES WRITTEN BY CEXM911, CEXM914, CEXM915 (AND CEXM969,
000100       *  CEXM972 IN CEXM911'S FORMAT) INTO A DELTA INTERFACE ON
000110       *  CHGFEED, IN CEXM938'S H/D/T ENVELOPE:
000120       *    H  SENDER ID, BUSINESS DATE, FILE SEQUENCE NUMBER
000130       *    D  ONE PER JOURNAL RECORD, IN JOURNAL ORDER:
000140       *         A  ADD    - EVERY FIELD
000150       *         C  CHANGE - ONLY THE FIELDS THAT DIFFER BETWEEN THE
000160       *                     BEFORE AND AFTER IMAGES, FLAGGED Y IN THE
000170       *                     FIELD MAP; THE OTHERS ARE LEFT BLANK
000180       *         D  DELETE - ENROLL NUMBER ONLY (CEXM911 DELETE OR
000190       *                     CEXM915 ARCHIVE PURGE)
000200       *       THE JOURNAL ACTION BEHIND EACH DETAIL IS CARRIED TOO.
000210       *    T  RECORD COUNT AND A HASH TOTAL OF THE ENROLL NUMBERS
000220       *  A CHANGE WHOSE IMAGES ARE IDENTICAL IS NOT SENT.
000230       *  THE JOURNAL IS READ FROM CHGJRNL, WHERE CEXM917 APPENDS IT
000240       *  BEFORE EVERY RESET, SO NO CHANGE IS LOST BETWEEN IMAGE
000250       *  COPIES HOWEVER OFTEN CEXM917 RUNS. RUN THIS AFTER THE
000260       *  NIGHTLY CEXM917; CHANGES JOURNALED SINCE THEN GO ON THE NEXT
000270       *  NIGHT'S FEED. CHGJRNL IS EMPTIED ONLY AFTER A CLEAN FEED.
000280       *  THE FILE SEQUENCE NUMBER IS THE NEXT ONE AFTER THE ONE-RECORD
000290       *  INTSEQ CONTROL FILE (CEXM971'S NUMCTL PATTERN); THE DISTRICT
000300       *  ACKNOWLEDGES IT ON ACKFILE LIKE ANY OTHER TRANSMISSION, FOR
000310       *  CEXM939. AN EMPTY NIGHT STILL SENDS H AND T.
000320       *  SYSIN CARD: SENDER=XXXXXXXX (DEFAULT CEXMCHG).
000330       * CHGJRNL : JEBA02.EMY.COBOL.CHGJRNL
000340       * INTSEQ  : JEBA02.EMY.COBOL.INTSEQ (ONE CONTROL RECORD)
000350       * CHGFEED : JEBA02.EMY.COBOL.CHGFEED
000360       * ----------------------------------------------------------------
000370       * PRJ NO    NAME     DATE          MAINT DESC.
000380       * ----------------------------------------------------------------
000390       * JEBA02    EMY     09/25/2026    PROGRAM CREATED.
000400       ******************************************************************
000410        ENVIRONMENT DIVISION.
000420        INPUT-OUTPUT SECTION.
000430        FILE-CONTROL.
000440            SELECT CHG-FILE
000450                ASSIGN TO CHGJRNL
000460                ORGANIZATION IS SEQUENTIAL
000470                ACCESS MODE IS SEQUENTIAL
000480                FILE STATUS IS WS-CHG-FS.
000490            SELECT INTSEQ-FILE
000500                ASSIGN TO INTSEQ
000510                ORGANIZATION IS SEQUENTIAL
000520                ACCESS MODE IS SEQUENTIAL
000530                FILE STATUS IS WS-INTSEQ-FS.
000540            SELECT FEED-FILE
000550                ASSIGN TO CHGFEED
000560                ORGANIZATION IS SEQUENTIAL
000570                ACCESS MODE IS SEQUENTIAL
000580                FILE STATUS IS WS-FEED-FS.
000590        DATA DIVISION.
000600        FILE SECTION.
000610        FD  CHG-FILE.
000620        01  JR-JRNL-REC.
000630            05  JR-ACTION                 PIC X(01).
000640            05  JR-RUN-DATE               PIC X(08).
000650            05  JR-ENROLL-NO              PIC 9(06).
000660            05  JR-STUD-REC               PIC X(80).
000670            05  JR-PROGRAM                PIC X(08).
000680            05  JR-RUN-TIME               PIC X(06).
000690            05  JR-BEFORE-REC             PIC X(80).
000700            05  JR-OVR-REASON             PIC X(02).
000710            05  FILLER                    PIC X(09).
000720        FD  INTSEQ-FILE.
000730        01  IQ-INTSEQ-REC.
000740            05  IQ-LAST-FILE-SEQ          PIC 9(06).
000750            05  IQ-LAST-SENT-DATE         PIC X(08).
000760            05  FILLER                    PIC X(66).
000770        FD  FEED-FILE.
000780        01  CF-FEED-REC                   PIC X(90).
000790        WORKING-STORAGE SECTION.
000800        01  WS-CHG-FS                     PIC X(02).
000810        01  WS-INTSEQ-FS                  PIC X(02).
000820        01  WS-FEED-FS                    PIC X(02).
000830        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000840        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000850        01  WS-CHG-PRESENT                PIC X(03) VALUE "YES".
000860        01  WS-PARM-CARD                  PIC X(80).
000870        01  WS-SENDER-ID                  PIC X(08).
000880        01  WS-FILE-SEQ                   PIC 9(06) VALUE 0.
000890        01  WS-CURRENT-DATE-DATA          PIC X(20).
000900        01  WS-JRNL-COUNT                 PIC 9(06) VALUE 0.
000910        01  WS-DETAIL-COUNT               PIC 9(06) VALUE 0.
000920        01  WS-ADD-COUNT                  PIC 9(06) VALUE 0.
000930        01  WS-CHANGE-COUNT               PIC 9(06) VALUE 0.
000940        01  WS-DELETE-COUNT               PIC 9(06) VALUE 0.
000950        01  WS-SAME-COUNT                 PIC 9(06) VALUE 0.
000960        01  WS-BAD-COUNT                  PIC 9(06) VALUE 0.
000970        01  WS-HASH-TOTAL                 PIC 9(12) VALUE 0.
000980       * THE JOURNAL'S AFTER AND BEFORE IMAGES, FIELD BY FIELD, IN THE
000990       * STUDFILE LAYOUT, HELD AS CHARACTERS FOR THE COMPARISON.
001000        01  WS-AFTER-REC.
001010            05  WS-AF-ENROLL-NO           PIC X(06).
001020            05  WS-AF-SNAME               PIC X(30).
001030            05  WS-AF-MATHS               PIC X(03).
001040            05  WS-AF-SCIENCE             PIC X(03).
001050            05  WS-AF-COMPUTER            PIC X(03).
001060            05  WS-AF-AVG                 PIC X(05).
001070            05  WS-AF-STATUS              PIC X(01).
001080            05  WS-AF-STATUS-DATE         PIC X(08).
001090            05  WS-AF-CAMPUS              PIC X(02).
001100            05  FILLER                    PIC X(19).
001110        01  WS-BEFORE-REC.
001120            05  WS-BF-ENROLL-NO           PIC X(06).
001130            05  WS-BF-SNAME               PIC X(30).
001140            05  WS-BF-MATHS               PIC X(03).
001150            05  WS-BF-SCIENCE             PIC X(03).
001160            05  WS-BF-COMPUTER            PIC X(03).
001170            05  WS-BF-AVG                 PIC X(05).
001180            05  WS-BF-STATUS              PIC X(01).
001190            05  WS-BF-STATUS-DATE         PIC X(08).
001200            05  WS-BF-CAMPUS              PIC X(02).
001210            05  FILLER                    PIC X(19).
001220        01  WS-HEADER-REC.
001230            05 FILLER                     PIC X(01) VALUE "H".
001240            05 WS-H-SENDER-ID             PIC X(08).
001250            05 WS-H-BUS-DATE              PIC X(08).
001260            05 WS-H-FILE-SEQ              PIC 9(06).
001270            05 FILLER                     PIC X(67) VALUE SPACES.
001280       * FIELD MAP: NAME, MATHS, SCIENCE, COMPUTER, AVERAGE, STATUS,
001290       * STATUS DATE, CAMPUS - Y WHERE THE FIELD IS SENT.
001300        01  WS-DETAIL-REC.
001310            05 FILLER                     PIC X(01) VALUE "D".
001320            05 WS-D-ACTION                PIC X(01).
001330            05 WS-D-JRNL-ACTION           PIC X(01).
001340            05 WS-D-ENROLL-NO             PIC 9(06).
001350            05 WS-D-CHG-DATE              PIC X(08).
001360            05 WS-D-CHG-TIME              PIC X(06).
001370            05 WS-D-FIELD-MAP.
001380                10 WS-D-NAME-FLAG         PIC X(01).
001390                10 WS-D-MATHS-FLAG        PIC X(01).
001400                10 WS-D-SCIENCE-FLAG      PIC X(01).
001410                10 WS-D-COMPUTER-FLAG     PIC X(01).
001420                10 WS-D-AVG-FLAG          PIC X(01).
001430                10 WS-D-STATUS-FLAG       PIC X(01).
001440                10 WS-D-STDATE-FLAG       PIC X(01).
001450                10 WS-D-CAMPUS-FLAG       PIC X(01).
001460            05 WS-D-SNAME                 PIC X(30).
001470            05 WS-D-MATHS                 PIC X(03).
001480            05 WS-D-SCIENCE               PIC X(03).
001490            05 WS-D-COMPUTER              PIC X(03).
001500            05 WS-D-AVG                   PIC X(05).
001510            05 WS-D-STATUS                PIC X(01).
001520            05 WS-D-STATUS-DATE           PIC X(08).
001530            05 WS-D-CAMPUS                PIC X(02).
001540            05 FILLER                     PIC X(04) VALUE SPACES.
001550        01  WS-TRAILER-REC.
001560            05 FILLER                     PIC X(01) VALUE "T".
001570            05 WS-T-COUNT                 PIC 9(06).
001580            05 WS-T-HASH                  PIC 9(12).
001590            05 FILLER                     PIC X(71) VALUE SPACES.
001600        COPY SPGM0905L.
001610        COPY SPGMABNL.
001620        PROCEDURE DIVISION.
001630       ******************************************************************
001640       * MAIN PROGRAM FLOW.
001650       ******************************************************************
001660        00000-MAIN-PARA.
001670            PERFORM 05000-ACCEPT-PARA.
001680            IF  WS-ERROR-FLAG              NOT = "YES"
001690                PERFORM 10000-INITIALIZE-PARA
001700            END-IF.
001710            PERFORM 20000-PROCESS-PARA
001720              UNTIL WS-ERROR-FLAG = "YES"
001730              OR    WS-ENDOFFILE  = "YES".
001740            IF  WS-ERROR-FLAG              NOT = "YES"
001750                PERFORM 25000-TRAILER-PARA
001760                PERFORM 28000-UPDATE-INTSEQ-PARA
001770            END-IF.
001780            IF  WS-ERROR-FLAG              NOT = "YES"
001790                PERFORM 29000-EMPTY-CHGJRNL-PARA
001800            END-IF.
001810            PERFORM 30000-CLOSE-PARA.
001820            STOP RUN.
001830       ******************************************************************
001840       * ACCEPT THE SENDER= CARD.
001850       ******************************************************************
001860        05000-ACCEPT-PARA.
001870            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001880            MOVE SPACES                    TO WS-PARM-CARD.
001890            ACCEPT WS-PARM-CARD.
001900            MOVE WS-PARM-CARD              TO LK-PA-CARD.
001910            MOVE "SENDER"                  TO LK-PA-KEYWORD.
001920            SET LK-PA-ALPHA                TO TRUE.
001930            MOVE 0                         TO LK-PA-MIN-VALUE.
001940            MOVE 0                         TO LK-PA-MAX-VALUE.
001950            MOVE "CEXMCHG"                 TO LK-PA-DEFAULT.
001960            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
001970            IF  LK-PA-BAD
001980                OR LK-PA-VALUE             = SPACES
001990                DISPLAY "BAD SENDER= CARD - RUN REFUSED."
002000                MOVE 16                    TO RETURN-CODE
002010                MOVE "YES"                 TO WS-ERROR-FLAG
002020            ELSE
002030                MOVE LK-PA-VALUE(1:8)      TO WS-SENDER-ID
002040            END-IF.
002050       ******************************************************************
002060       * OPEN CHGJRNL (NOT YET CREATED BY CEXM917 MEANS NO CHANGES),
002070       * TAKE THE NEXT FILE SEQUENCE NUMBER FROM INTSEQ - SEEDED AT
002080       * ZERO ON FIRST USE - AND WRITE THE TRANSMISSION HEADER.
002090       ******************************************************************
002100        10000-INITIALIZE-PARA.
002110            OPEN INPUT CHG-FILE.
002120            IF WS-CHG-FS                  = "35"
002130               MOVE "NO"                  TO WS-CHG-PRESENT
002140               MOVE "YES"                 TO WS-ENDOFFILE
002150               DISPLAY "CHGJRNL NOT FOUND - NO CHANGES TO SEND."
002160            ELSE
002170               IF WS-CHG-FS               NOT = "00"
002180                  DISPLAY "CHGJRNL ACCESS ERROR."
002190                  MOVE "CEXM1051"         TO LK-PGM-ID
002200                  MOVE "CHGJRNL"          TO LK-FILE-ID
002210                  MOVE WS-CHG-FS          TO LK-FILE-STATUS
002220                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
002230                  IF  LK-ABEND-YES
002240                      MOVE 16             TO RETURN-CODE
002250                      MOVE "YES"          TO WS-ERROR-FLAG
002260                  END-IF
002270               END-IF
002280            END-IF.
002290            OPEN INPUT INTSEQ-FILE.
002300            IF WS-INTSEQ-FS               = "35"
002310               OPEN OUTPUT INTSEQ-FILE
002320               MOVE SPACES                TO IQ-INTSEQ-REC
002330               MOVE 0                     TO IQ-LAST-FILE-SEQ
002340               WRITE IQ-INTSEQ-REC
002350               CLOSE INTSEQ-FILE
002360               OPEN INPUT INTSEQ-FILE
002370            END-IF.
002380            IF WS-INTSEQ-FS               NOT = "00"
002390               DISPLAY "INTSEQ ACCESS ERROR."
002400               MOVE "CEXM1051"            TO LK-PGM-ID
002410               MOVE "INTSEQ"              TO LK-FILE-ID
002420               MOVE WS-INTSEQ-FS          TO LK-FILE-STATUS
002430               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002440               IF  LK-ABEND-YES
002450                   MOVE 16                TO RETURN-CODE
002460                   MOVE "YES"             TO WS-ERROR-FLAG
002470               END-IF
002480            ELSE
002490               READ INTSEQ-FILE
002500               AT END
002510                   DISPLAY "INTSEQ EMPTY - SEEDED AT ZERO."
002520                   MOVE 0                 TO WS-FILE-SEQ
002530               NOT AT END
002540                   IF  IQ-LAST-FILE-SEQ   IS NUMERIC
002550                       MOVE IQ-LAST-FILE-SEQ TO WS-FILE-SEQ
002560                   ELSE
002570                       DISPLAY "INTSEQ CONTROL RECORD NOT NUMERIC"
002580                           " - RUN REFUSED."
002590                       MOVE 16            TO RETURN-CODE
002600                       MOVE "YES"         TO WS-ERROR-FLAG
002610                   END-IF
002620               END-READ
002630               CLOSE INTSEQ-FILE
002640            END-IF.
002650            IF  WS-FILE-SEQ                = 999999
002660                MOVE 0                     TO WS-FILE-SEQ
002670            END-IF.
002680            ADD 1                          TO WS-FILE-SEQ.
002690            OPEN OUTPUT FEED-FILE.
002700            IF WS-FEED-FS                 NOT = "00"
002710               DISPLAY "CHGFEED ACCESS ERROR."
002720               MOVE "CEXM1051"            TO LK-PGM-ID
002730               MOVE "CHGFEED"             TO LK-FILE-ID
002740               MOVE WS-FEED-FS            TO LK-FILE-STATUS
002750               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002760               IF  LK-ABEND-YES
002770                   MOVE 16                TO RETURN-CODE
002780                   MOVE "YES"             TO WS-ERROR-FLAG
002790               END-IF
002800            ELSE
002810               MOVE WS-SENDER-ID          TO WS-H-SENDER-ID
002820               MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-H-BUS-DATE
002830               MOVE WS-FILE-SEQ           TO WS-H-FILE-SEQ
002840               MOVE WS-HEADER-REC         TO CF-FEED-REC
002850               WRITE CF-FEED-REC
002860            END-IF.
002870       ******************************************************************
002880       * READ ONE JOURNAL RECORD AND ROUTE IT BY ITS ACTION.
002890       ******************************************************************
002900        20000-PROCESS-PARA.
002910            READ CHG-FILE
002920            AT END
002930                MOVE "YES"                 TO WS-ENDOFFILE
002940            NOT AT END
002950                ADD 1                      TO WS-JRNL-COUNT
002960                MOVE JR-STUD-REC           TO WS-AFTER-REC
002970                MOVE JR-BEFORE-REC         TO WS-BEFORE-REC
002980                MOVE SPACES                TO WS-D-FIELD-MAP
002990                MOVE SPACES                TO WS-D-SNAME
003000                MOVE SPACES                TO WS-D-MATHS
003010                MOVE SPACES                TO WS-D-SCIENCE
003020                MOVE SPACES                TO WS-D-COMPUTER
003030                MOVE SPACES                TO WS-D-AVG
003040                MOVE SPACES                TO WS-D-STATUS
003050                MOVE SPACES                TO WS-D-STATUS-DATE
003060                MOVE SPACES                TO WS-D-CAMPUS
003070                EVALUATE JR-ACTION
003080                    WHEN "A"
003090                        PERFORM 21000-ADD-PARA
003100                    WHEN "C"
003110                    WHEN "S"
003120                        PERFORM 22000-CHANGE-PARA
003130                    WHEN "D"
003140                    WHEN "P"
003150                        MOVE "D"           TO WS-D-ACTION
003160                        ADD 1              TO WS-DELETE-COUNT
003170                        PERFORM 24000-WRITE-DETAIL-PARA
003180                    WHEN OTHER
003190                        ADD 1              TO WS-BAD-COUNT
003200                        DISPLAY "UNKNOWN JOURNAL ACTION " JR-ACTION
003210                            " - ENROLL NO " JR-ENROLL-NO " NOT SENT"
003220                END-EVALUATE
003230            END-READ.
003240       ******************************************************************
003250       * AN ADD SENDS EVERY FIELD.
003260       ******************************************************************
003270        21000-ADD-PARA.
003280            MOVE "A"                       TO WS-D-ACTION.
003290            MOVE ALL "Y"                   TO WS-D-FIELD-MAP.
003300            MOVE WS-AF-SNAME               TO WS-D-SNAME.
003310            MOVE WS-AF-MATHS               TO WS-D-MATHS.
003320            MOVE WS-AF-SCIENCE             TO WS-D-SCIENCE.
003330            MOVE WS-AF-COMPUTER            TO WS-D-COMPUTER.
003340            MOVE WS-AF-AVG                 TO WS-D-AVG.
003350            MOVE WS-AF-STATUS              TO WS-D-STATUS.
003360            MOVE WS-AF-STATUS-DATE         TO WS-D-STATUS-DATE.
003370            MOVE WS-AF-CAMPUS              TO WS-D-CAMPUS.
003380            ADD 1                          TO WS-ADD-COUNT.
003390            PERFORM 24000-WRITE-DETAIL-PARA.
003400       ******************************************************************
003410       * A CHANGE OR STATUS UPDATE SENDS ONLY THE FIELDS THAT DIFFER
003420       * FROM THE BEFORE IMAGE.
003430       ******************************************************************
003440        22000-CHANGE-PARA.
003450            MOVE "C"                       TO WS-D-ACTION.
003460            IF  WS-AF-SNAME                NOT = WS-BF-SNAME
003470                MOVE "Y"                   TO WS-D-NAME-FLAG
003480                MOVE WS-AF-SNAME           TO WS-D-SNAME
003490            END-IF.
003500            IF  WS-AF-MATHS                NOT = WS-BF-MATHS
003510                MOVE "Y"                   TO WS-D-MATHS-FLAG
003520                MOVE WS-AF-MATHS           TO WS-D-MATHS
003530            END-IF.
003540            IF  WS-AF-SCIENCE              NOT = WS-BF-SCIENCE
003550                MOVE "Y"                   TO WS-D-SCIENCE-FLAG
003560                MOVE WS-AF-SCIENCE         TO WS-D-SCIENCE
003570            END-IF.
003580            IF  WS-AF-COMPUTER             NOT = WS-BF-COMPUTER
003590                MOVE "Y"                   TO WS-D-COMPUTER-FLAG
003600                MOVE WS-AF-COMPUTER        TO WS-D-COMPUTER
003610            END-IF.
003620            IF  WS-AF-AVG                  NOT = WS-BF-AVG
003630                MOVE "Y"                   TO WS-D-AVG-FLAG
003640                MOVE WS-AF-AVG             TO WS-D-AVG
003650            END-IF.
003660            IF  WS-AF-STATUS               NOT = WS-BF-STATUS
003670                MOVE "Y"                   TO WS-D-STATUS-FLAG
003680                MOVE WS-AF-STATUS          TO WS-D-STATUS
003690            END-IF.
003700            IF  WS-AF-STATUS-DATE          NOT = WS-BF-STATUS-DATE
003710                MOVE "Y"                   TO WS-D-STDATE-FLAG
003720                MOVE WS-AF-STATUS-DATE     TO WS-D-STATUS-DATE
003730            END-IF.
003740            IF  WS-AF-CAMPUS               NOT = WS-BF-CAMPUS
003750                MOVE "Y"                   TO WS-D-CAMPUS-FLAG
003760                MOVE WS-AF-CAMPUS          TO WS-D-CAMPUS
003770            END-IF.
003780            IF  WS-D-FIELD-MAP             = SPACES
003790                ADD 1                      TO WS-SAME-COUNT
003800            ELSE
003810                ADD 1                      TO WS-CHANGE-COUNT
003820                PERFORM 24000-WRITE-DETAIL-PARA
003830            END-IF.
003840       ******************************************************************
003850       * WRITE ONE DETAIL AND ADD IT TO THE COUNT AND HASH.
003860       ******************************************************************
003870        24000-WRITE-DETAIL-PARA.
003880            MOVE JR-ACTION                 TO WS-D-JRNL-ACTION.
003890            MOVE JR-ENROLL-NO              TO WS-D-ENROLL-NO.
003900            MOVE JR-RUN-DATE               TO WS-D-CHG-DATE.
003910            MOVE JR-RUN-TIME               TO WS-D-CHG-TIME.
003920            MOVE WS-DETAIL-REC             TO CF-FEED-REC.
003930            WRITE CF-FEED-REC.
003940            IF WS-FEED-FS                 NOT = "00"
003950               DISPLAY "CHGFEED WRITE ERROR - STATUS " WS-FEED-FS
003960               MOVE "CEXM1051"            TO LK-PGM-ID
003970               MOVE "CHGFEED"             TO LK-FILE-ID
003980               MOVE WS-FEED-FS            TO LK-FILE-STATUS
003990               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004000               IF  LK-ABEND-YES
004010                   MOVE 16                TO RETURN-CODE
004020                   MOVE "YES"             TO WS-ERROR-FLAG
004030               END-IF
004040            ELSE
004050               ADD 1                      TO WS-DETAIL-COUNT
004060               ADD JR-ENROLL-NO           TO WS-HASH-TOTAL
004070            END-IF.
004080       ******************************************************************
004090       * WRITE THE TRAILER WITH THE COUNT AND THE ENROLL-NUMBER HASH.
004100       ******************************************************************
004110        25000-TRAILER-PARA.
004120            MOVE WS-DETAIL-COUNT           TO WS-T-COUNT.
004130            MOVE WS-HASH-TOTAL             TO WS-T-HASH.
004140            MOVE WS-TRAILER-REC            TO CF-FEED-REC.
004150            WRITE CF-FEED-REC.
004160       ******************************************************************
004170       * RECORD THE FILE SEQUENCE NUMBER JUST SENT ON INTSEQ.
004180       ******************************************************************
004190        28000-UPDATE-INTSEQ-PARA.
004200            OPEN OUTPUT INTSEQ-FILE.
004210            IF WS-INTSEQ-FS               NOT = "00"
004220               DISPLAY "INTSEQ REWRITE ERROR - STATUS " WS-INTSEQ-FS
004230               MOVE "CEXM1051"            TO LK-PGM-ID
004240               MOVE "INTSEQ"              TO LK-FILE-ID
004250               MOVE WS-INTSEQ-FS          TO LK-FILE-STATUS
004260               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004270               IF  LK-ABEND-YES
004280                   MOVE 16                TO RETURN-CODE
004290                   MOVE "YES"             TO WS-ERROR-FLAG
004300               END-IF
004310            ELSE
004320               MOVE SPACES                TO IQ-INTSEQ-REC
004330               MOVE WS-FILE-SEQ           TO IQ-LAST-FILE-SEQ
004340               MOVE WS-CURRENT-DATE-DATA(1:8) TO IQ-LAST-SENT-DATE
004350               WRITE IQ-INTSEQ-REC
004360               CLOSE INTSEQ-FILE
004370            END-IF.
004380       ******************************************************************
004390       * THE FEED IS COMPLETE - EMPTY CHGJRNL SO ITS CHANGES ARE NOT
004400       * SENT AGAIN. IF IT WILL NOT EMPTY, RC=8: A RERUN WOULD RESEND
004410       * THEM UNDER A NEW FILE SEQUENCE NUMBER.
004420       ******************************************************************
004430        29000-EMPTY-CHGJRNL-PARA.
004440            IF  WS-CHG-PRESENT             = "YES"
004450                CLOSE CHG-FILE
004460                MOVE "NO"                  TO WS-CHG-PRESENT
004470                OPEN OUTPUT CHG-FILE
004480                IF  WS-CHG-FS              = "00"
004490                    CLOSE CHG-FILE
004500                    DISPLAY "CHGJRNL EMPTIED AFTER FEED."
004510                ELSE
004520                    DISPLAY "CHGJRNL NOT EMPTIED - STATUS " WS-CHG-FS
004530                        " - EMPTY IT BEFORE THE NEXT FEED."
004540                    MOVE 8                 TO RETURN-CODE
004550                END-IF
004560            END-IF.
004570       ******************************************************************
004580       * DISPLAY COUNTS AND CLOSE THE FILES.
004590       ******************************************************************
004600        30000-CLOSE-PARA.
004610            DISPLAY "FILE SEQUENCE NUMBER  : " WS-FILE-SEQ.
004620            DISPLAY "JOURNAL RECORDS READ  : " WS-JRNL-COUNT.
004630            DISPLAY "ADDS SENT             : " WS-ADD-COUNT.
004640            DISPLAY "CHANGES SENT          : " WS-CHANGE-COUNT.
004650            DISPLAY "DELETES SENT          : " WS-DELETE-COUNT.
004660            DISPLAY "NO-CHANGE UPDATES     : " WS-SAME-COUNT.
004670            DISPLAY "UNKNOWN ACTIONS       : " WS-BAD-COUNT.
004680            DISPLAY "ENROLL HASH TOTAL     : " WS-HASH-TOTAL.
004690            IF  WS-BAD-COUNT               > 0
004700                AND RETURN-CODE            = 0
004710                MOVE 4                     TO RETURN-CODE
004720            END-IF.
004730            IF  WS-CHG-PRESENT             = "YES"
004740                CLOSE CHG-FILE
004750            END-IF.
004760            CLOSE FEED-FILE.
