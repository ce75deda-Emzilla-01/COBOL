000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1030.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: SUMMER-SCHOOL REMEDIAL AUTO-ENROLLMENT. AT YEAR
000060       *  END THE COUNSELORS WORKED THROUGH CEXM925'S FAILING COUNTS AND
000070       *  CEXM923'S PROBATION LIST BY HAND. THIS RUN WALKS EVERY ACTIVE
000080       *  STUDENT (STATUS A OR SPACE) AND FINDS EACH SUBJECT BELOW
000090       *  CEXM503'S PASSING MARK OF 035 AND EACH REGFILE COURSE BELOW
000100       *  THE CUTOFF= CARD (DEFAULT 035). ONLY COURSES OF A CLOSED TERM
000110       *  (OR WITH NO TERM) COUNT, SO MARKS STILL BEING POSTED DO NOT.
000120       *  THE RMDMAP REMEDIAL MAP NAMES THE REMEDIAL COURSE FOR A
000130       *  SUBJECT (S MATH/SCI/COMP) OR A COURSE (C COURSE CODE). EACH
000140       *  STUDENT GETS ONE REGISTRATION PER REMEDIAL COURSE, IN THE
000150       *  SUMMER TERM NAMED ON THE SUMMER= CARD (OPEN ON TERMCTL), INTO
000160       *  THE COURSE'S SECTION WITH THE MOST SEATS LEFT. THE
000170       *  REGISTRATIONS GO OUT AS A REGIN-FORMAT EXTRACT (REGOUT) FOR
000180       *  CEXM929 TO LOAD UNDER THE SUMMER TERM, SO THE NORMAL HOLD,
000190       *  SEAT-CAP AND WAITLIST RULES APPLY; THE PLACEMENT LIST
000200       *  (RMDRPT, ONE BLOCK PER REMEDIAL SECTION) SHOWS WHETHER EACH
000210       *  STUDENT WILL TAKE A SEAT OR BE WAITLISTED. A NOTICE-LETTER
000220       *  EXTRACT (RMDNOTE) CARRIES THE GUARDIAN, ADDRESS AND PLACEMENT
000230       *  FOR THE MAILING STREAM. A STUDENT ALREADY REGISTERED IN THE
000240       *  REMEDIAL COURSE IS NOT PLACED AGAIN.
000250       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000260       * STUDOUT : JEBA02.EMY.COBOL.STUDFILE (INDEXED ON ENROLL NO)
000270       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000280       * RMDMAP  : JEBA02.EMY.COBOL.RMDMAP
000290       * SECTFILE: JEBA02.EMY.COBOL.SECTFILE (INDEXED ON COURSE+SECT)
000300       * CRSFILE : JEBA02.EMY.COBOL.CRSFILE (INDEXED ON COURSE CODE)
000310       * DEMOFILE: JEBA02.EMY.COBOL.DEMOFILE (INDEXED ON ENROLL NO)
000320       * ADDFILE : JEBA02.EMY.COBOL.ADDRFILE
000330       * REGOUT  : JEBA02.EMY.COBOL.RMDREGIN (REGIN FORMAT, CEXM929)
000340       * RMDNOTE : JEBA02.EMY.COBOL.RMDNOTE
000350       * RMDRPT  : JEBA02.EMY.COBOL.RMDRPT
000360       * RMDEXCP : JEBA02.EMY.COBOL.RMDEXCP
000370       * SORTWK  : SORT WORK FILE
000380       * ----------------------------------------------------------------
000390       * PRJ NO    NAME     DATE          MAINT DESC.
000400       * ----------------------------------------------------------------
000410       * JEBA02    EMY     09/19/2026    PROGRAM CREATED.
000420       ******************************************************************
000430        ENVIRONMENT DIVISION.
000440        INPUT-OUTPUT SECTION.
000450        FILE-CONTROL.
000460            SELECT TERM-FILE
000470                ASSIGN TO TERMCTL
000480                ORGANIZATION IS INDEXED
000490                ACCESS MODE IS RANDOM
000500                RECORD KEY IS TM-TERM-CODE
000510                FILE STATUS IS WS-TERM-FS.
000520            SELECT STUD-FILE
000530                ASSIGN TO STUDOUT
000540                ORGANIZATION IS INDEXED
000550                ACCESS MODE IS SEQUENTIAL
000560                RECORD KEY IS FS-ENROLL-NO
000570                FILE STATUS IS WS-STUD-FS.
000580            SELECT REG-FILE
000590                ASSIGN TO REGFILE
000600                ORGANIZATION IS INDEXED
000610                ACCESS MODE IS DYNAMIC
000620                RECORD KEY IS RG-REG-KEY
000630                FILE STATUS IS WS-REG-FS.
000640            SELECT MAP-FILE
000650                ASSIGN TO RMDMAP
000660                ORGANIZATION IS SEQUENTIAL
000670                ACCESS MODE IS SEQUENTIAL
000680                FILE STATUS IS WS-MAP-FS.
000690            SELECT SECT-FILE
000700                ASSIGN TO SECTFILE
000710                ORGANIZATION IS INDEXED
000720                ACCESS MODE IS DYNAMIC
000730                RECORD KEY IS SE-SECT-KEY
000740                FILE STATUS IS WS-SECT-FS.
000750            SELECT CRS-FILE
000760                ASSIGN TO CRSFILE
000770                ORGANIZATION IS INDEXED
000780                ACCESS MODE IS RANDOM
000790                RECORD KEY IS CS-COURSE-CODE
000800                FILE STATUS IS WS-CRS-FS.
000810            SELECT DEMO-FILE
000820                ASSIGN TO DEMOFILE
000830                ORGANIZATION IS INDEXED
000840                ACCESS MODE IS RANDOM
000850                RECORD KEY IS DS-ENROLL-NO
000860                FILE STATUS IS WS-DEMO-FS.
000870            SELECT ADDR-FILE
000880                ASSIGN TO ADDFILE
000890                ORGANIZATION IS SEQUENTIAL
000900                ACCESS MODE IS SEQUENTIAL
000910                FILE STATUS IS WS-ADDR-FS.
000920            SELECT REGOUT-FILE
000930                ASSIGN TO REGOUT
000940                ORGANIZATION IS SEQUENTIAL
000950                ACCESS MODE IS SEQUENTIAL
000960                FILE STATUS IS WS-REGOUT-FS.
000970            SELECT NOTICE-FILE
000980                ASSIGN TO RMDNOTE
000990                ORGANIZATION IS SEQUENTIAL
001000                ACCESS MODE IS SEQUENTIAL
001010                FILE STATUS IS WS-NOTICE-FS.
001020            SELECT REPORT-FILE
001030                ASSIGN TO RMDRPT
001040                ORGANIZATION IS SEQUENTIAL
001050                ACCESS MODE IS SEQUENTIAL
001060                FILE STATUS IS WS-REPORT-FS.
001070            SELECT EXCEPTION-FILE
001080                ASSIGN TO RMDEXCP
001090                ORGANIZATION IS SEQUENTIAL
001100                ACCESS MODE IS SEQUENTIAL
001110                FILE STATUS IS WS-EXCEPTION-FS.
001120            SELECT SORT-FILE
001130                ASSIGN TO SORTWK.
001140        DATA DIVISION.
001150        FILE SECTION.
001160        FD  TERM-FILE.
001170        01  TM-TERM-REC.
001180            05  TM-TERM-CODE              PIC X(05).
001190            05  TM-START-DATE             PIC 9(08).
001200            05  TM-END-DATE               PIC 9(08).
001210            05  TM-OPEN-FLAG              PIC X(01).
001220            05  FILLER                    PIC X(58).
001230        FD  STUD-FILE.
001240        01  FS-STUD-REC.
001250            05  FS-ENROLL-NO              PIC 9(06).
001260            05  FS-SNAME                  PIC X(30).
001270            05  FS-MATHS-MARKS            PIC 9(03).
001280            05  FS-SCIENCE-MARKS          PIC 9(03).
001290            05  FS-COMPUTER-MARKS         PIC 9(03).
001300            05  FS-AVG-MARKS              PIC 9(03)V9(02).
001310            05  FS-STUD-STATUS            PIC X(01).
001320            05  FS-STATUS-DATE            PIC X(08).
001330            05  FS-CAMPUS-CODE            PIC X(02).
001340            05  FILLER                    PIC X(19).
001350        FD  REG-FILE.
001360        01  RG-REG-REC.
001370            05  RG-REG-KEY.
001380                10  RG-ENROLL-NO          PIC 9(06).
001390                10  RG-COURSE-CODE        PIC X(06).
001400            05  RG-MARKS                  PIC 9(03).
001410            05  RG-CREDIT-HOURS           PIC 9(02).
001420            05  RG-TERM-CODE              PIC X(05).
001430            05  RG-SECTION                PIC 9(02).
001440            05  FILLER                    PIC X(56).
001450        FD  MAP-FILE.
001460        01  MP-MAP-REC.
001470            05  MP-SOURCE-TYPE            PIC X(01).
001480            05  MP-SOURCE-CODE            PIC X(06).
001490            05  MP-REMEDIAL-COURSE        PIC X(06).
001500            05  FILLER                    PIC X(67).
001510        FD  SECT-FILE.
001520        01  SE-SECT-REC.
001530            05  SE-SECT-KEY.
001540                10  SE-COURSE-CODE        PIC X(06).
001550                10  SE-SECT-NO            PIC 9(02).
001560            05  SE-SEAT-CAP               PIC 9(03).
001570            05  SE-SEATS-USED             PIC 9(03).
001580            05  SE-MEET-SLOT              PIC X(10).
001590            05  SE-INSTR-NO               PIC 9(05).
001600            05  SE-ROOM-CODE              PIC X(06).
001610            05  FILLER                    PIC X(45).
001620        FD  CRS-FILE.
001630        01  CS-CRS-REC.
001640            05  CS-COURSE-CODE            PIC X(06).
001650            05  CS-COURSE-TITLE           PIC X(30).
001660            05  CS-CREDIT-HOURS           PIC 9(02).
001670            05  FILLER                    PIC X(42).
001680        FD  DEMO-FILE.
001690        01  DS-DEMO-REC.
001700            05  DS-ENROLL-NO              PIC 9(06).
001710            05  DS-DOB                    PIC X(08).
001720            05  DS-GENDER                 PIC X(01).
001730            05  DS-GUARDIAN               PIC X(30).
001740            05  DS-LANG-CODE              PIC X(02).
001750            05  FILLER                    PIC X(33).
001760        FD  ADDR-FILE.
001770        01  AS-ADDR-REC.
001780            05  AS-ENROLL-NO              PIC 9(06).
001790            05  AS-SNAME                  PIC X(30).
001800            05  AS-STREET                 PIC X(30).
001810            05  AS-CITY                   PIC X(20).
001820            05  AS-COUNTRY                PIC X(15).
001830            05  AS-STATE                  PIC X(10).
001840            05  AS-ZIPCODE                PIC 9(08).
001850            05  FILLER                    PIC X(41).
001860        FD  REGOUT-FILE.
001870        01  RI-REG-REC.
001880            05  RI-ENROLL-NO              PIC 9(06).
001890            05  RI-COURSE-CODE            PIC X(06).
001900            05  RI-MARKS                  PIC 9(03).
001910            05  RI-OVERRIDE               PIC X(01).
001920            05  RI-SECTION                PIC 9(02).
001930            05  FILLER                    PIC X(62).
001940        FD  NOTICE-FILE.
001950        01  NT-NOTICE-REC.
001960            05  NT-ENROLL-NO              PIC 9(06).
001970            05  NT-SNAME                  PIC X(30).
001980            05  NT-GUARDIAN               PIC X(30).
001990            05  NT-LANG-CODE              PIC X(02).
002000            05  NT-STREET                 PIC X(30).
002010            05  NT-CITY                   PIC X(20).
002020            05  NT-STATE                  PIC X(10).
002030            05  NT-ZIPCODE                PIC 9(08).
002040            05  NT-SUMMER-TERM            PIC X(05).
002050            05  NT-REMEDIAL-COURSE        PIC X(06).
002060            05  NT-COURSE-TITLE           PIC X(30).
002070            05  NT-SECTION                PIC 9(02).
002080            05  NT-MEET-SLOT              PIC X(10).
002090            05  NT-PLACE-STATUS           PIC X(01).
002100            05  NT-FAIL-CODE              PIC X(06).
002110            05  NT-FAIL-MARK              PIC 9(03).
002120            05  FILLER                    PIC X(01).
002130        FD  REPORT-FILE.
002140        01  RS-REPORT-REC                 PIC X(80).
002150        FD  EXCEPTION-FILE.
002160        01  ES-EXCEPTION-REC              PIC X(80).
002170        SD  SORT-FILE.
002180        01  SR-SORT-REC.
002190            05  SR-COURSE-CODE            PIC X(06).
002200            05  SR-SECTION                PIC 9(02).
002210            05  SR-ENROLL-NO              PIC 9(06).
002220            05  SR-SNAME                  PIC X(30).
002230            05  SR-FAIL-CODE              PIC X(06).
002240            05  SR-FAIL-MARK              PIC 9(03).
002250            05  SR-STATUS                 PIC X(01).
002260            05  SR-RS-SUB                 PIC 9(03).
002270        WORKING-STORAGE SECTION.
002280        01  WS-TERM-FS                    PIC X(02).
002290        01  WS-STUD-FS                    PIC X(02).
002300        01  WS-REG-FS                     PIC X(02).
002310        01  WS-MAP-FS                     PIC X(02).
002320        01  WS-SECT-FS                    PIC X(02).
002330        01  WS-CRS-FS                     PIC X(02).
002340        01  WS-DEMO-FS                    PIC X(02).
002350        01  WS-ADDR-FS                    PIC X(02).
002360        01  WS-REGOUT-FS                  PIC X(02).
002370        01  WS-NOTICE-FS                  PIC X(02).
002380        01  WS-REPORT-FS                  PIC X(02).
002390        01  WS-EXCEPTION-FS               PIC X(02).
002400        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
002410        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
002420        01  WS-MAP-EOF                    PIC X(03) VALUE "NO".
002430        01  WS-ADDR-EOF                   PIC X(03) VALUE "NO".
002440        01  WS-SECT-EOF                   PIC X(03) VALUE "NO".
002450        01  WS-REG-DONE                   PIC X(03) VALUE "NO".
002460        01  WS-SORT-EOF                   PIC X(03) VALUE "NO".
002470        01  WS-DEMO-AVAIL                 PIC X(03) VALUE "YES".
002480        01  WS-PARM-CARD                  PIC X(80).
002490        01  WS-SUMMER-TERM                PIC X(05).
002500        01  WS-CUTOFF-MARK                PIC 9(03).
002510        01  WS-PASS-MARK                  PIC 9(03) VALUE 035.
002520        01  WS-STUDENT-COUNT              PIC 9(06) VALUE 0.
002530        01  WS-PLACED-COUNT               PIC 9(06) VALUE 0.
002540        01  WS-WAITLIST-COUNT             PIC 9(06) VALUE 0.
002550        01  WS-HELD-COUNT                 PIC 9(06) VALUE 0.
002560        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
002570       * THE REMEDIAL MAP - SUBJECT OR COURSE TO REMEDIAL COURSE.
002580        01  WS-MAP-COUNT                  PIC 9(03) VALUE 0.
002590        01  WS-MAP-TABLE.
002600            05  WS-MP-ENTRY               OCCURS 200 TIMES.
002610                10  WS-MP-TYPE            PIC X(01).
002620                10  WS-MP-CODE            PIC X(06).
002630                10  WS-MP-REMEDIAL        PIC X(06).
002640        01  WS-MP-SUB                     PIC 9(03).
002650        01  WS-MP-FOUND                   PIC 9(03).
002660       * EVERY SECTION OF EVERY REMEDIAL COURSE, WITH THE SEATS THIS
002670       * RUN HAS ALREADY PROMISED.
002680        01  WS-RS-COUNT                   PIC 9(03) VALUE 0.
002690        01  WS-RS-TABLE.
002700            05  WS-RS-ENTRY               OCCURS 300 TIMES.
002710                10  WS-RS-COURSE          PIC X(06).
002720                10  WS-RS-SECT            PIC 9(02).
002730                10  WS-RS-CAP             PIC 9(03).
002740                10  WS-RS-USED            PIC 9(03).
002750                10  WS-RS-PLANNED         PIC 9(04).
002760                10  WS-RS-SLOT            PIC X(10).
002770                10  WS-RS-TITLE           PIC X(30).
002780        01  WS-RS-SUB                     PIC 9(03).
002790        01  WS-RS-BEST                    PIC 9(03).
002800        01  WS-RS-LOADED                  PIC X(03).
002810        01  WS-SEATS-LEFT                 PIC S9(05).
002820        01  WS-BEST-LEFT                  PIC S9(05).
002830        01  WS-LOAD-COURSE                PIC X(06).
002840        01  WS-LOAD-TITLE                 PIC X(30).
002850       * MAILING ADDRESSES KEYED ON ENROLL NUMBER, CEXM978-STYLE.
002860        01  WS-ADDR-COUNT                 PIC 9(04) VALUE 0.
002870        01  WS-ADDR-TABLE.
002880            05  WS-AT-ENTRY               OCCURS 9999 TIMES.
002890                10  WS-AT-ENROLL-NO       PIC 9(06).
002900                10  WS-AT-STREET          PIC X(30).
002910                10  WS-AT-CITY            PIC X(20).
002920                10  WS-AT-STATE           PIC X(10).
002930                10  WS-AT-ZIPCODE         PIC 9(08).
002940        01  WS-ADDR-SUB                   PIC 9(04).
002950        01  WS-ADDR-FOUND                 PIC 9(04).
002960       * TERMS SEEN ON THE STUDENT'S REGISTRATIONS AND WHETHER THEIR
002970       * MARKS ARE FINAL (TERM CLOSED ON TERMCTL).
002980        01  WS-TC-COUNT                   PIC 9(02) VALUE 0.
002990        01  WS-TC-TABLE.
003000            05  WS-TC-ENTRY               OCCURS 50 TIMES.
003010                10  WS-TC-TERM            PIC X(05).
003020                10  WS-TC-FINAL           PIC X(03).
003030        01  WS-TC-SUB                     PIC 9(02).
003040        01  WS-TC-FOUND                   PIC 9(02).
003050        01  WS-MARKS-FINAL                PIC X(03).
003060       * ONE STUDENT'S REMEDIAL NEEDS AND THE REMEDIAL COURSES THE
003070       * STUDENT ALREADY HOLDS.
003080        01  WS-ND-COUNT                   PIC 9(02) VALUE 0.
003090        01  WS-ND-TABLE.
003100            05  WS-ND-ENTRY               OCCURS 20 TIMES.
003110                10  WS-ND-REMEDIAL        PIC X(06).
003120                10  WS-ND-FAIL-CODE       PIC X(06).
003130                10  WS-ND-FAIL-MARK       PIC 9(03).
003140        01  WS-ND-SUB                     PIC 9(02).
003150        01  WS-ND-FOUND                   PIC 9(02).
003160        01  WS-HD-COUNT                   PIC 9(02) VALUE 0.
003170        01  WS-HD-TABLE.
003180            05  WS-HD-COURSE              PIC X(06) OCCURS 20 TIMES.
003190        01  WS-HD-SUB                     PIC 9(02).
003200        01  WS-HD-FOUND                   PIC 9(02).
003210        01  WS-NEED-TYPE                  PIC X(01).
003220        01  WS-NEED-CODE                  PIC X(06).
003230        01  WS-NEED-MARK                  PIC 9(03).
003240        01  WS-PREV-SECT-KEY.
003250            05  WS-PREV-COURSE            PIC X(06) VALUE SPACES.
003260            05  WS-PREV-SECTION           PIC 9(02) VALUE 0.
003270        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
003280        01  WS-HEADER2.
003290            05 FILLER                     PIC X(32)
003300                     VALUE "REMEDIAL PLACEMENT - SUMMER TERM".
003310            05 FILLER                     PIC X(01) VALUE SPACES.
003320            05 WS-H2-TERM                 PIC X(05).
003330            05 FILLER                     PIC X(09) VALUE "  COURSE ".
003340            05 WS-H2-COURSE               PIC X(06).
003350            05 FILLER                     PIC X(01) VALUE "/".
003360            05 WS-H2-SECT                 PIC 9(02).
003370            05 FILLER                     PIC X(07) VALUE "  SLOT ".
003380            05 WS-H2-SLOT                 PIC X(10).
003390            05 FILLER                     PIC X(07) VALUE SPACES.
003400        01  WS-SEAT-LINE.
003410            05 WS-SE-TITLE                PIC X(30).
003420            05 FILLER                     PIC X(12)
003430                     VALUE "  SEAT CAP: ".
003440            05 WS-SE-CAP                  PIC ZZ9.
003450            05 FILLER                     PIC X(13)
003460                     VALUE "  TAKEN NOW: ".
003470            05 WS-SE-USED                 PIC ZZ9.
003480            05 FILLER                     PIC X(19) VALUE SPACES.
003490        01  WS-COLUMN-LINE.
003500            05 FILLER                     PIC X(08) VALUE "ENROLL".
003510            05 FILLER                     PIC X(32) VALUE "NAME".
003520            05 FILLER                     PIC X(08) VALUE "FAILED".
003530            05 FILLER                     PIC X(06) VALUE "MARK".
003540            05 FILLER                     PIC X(26) VALUE "PLACEMENT".
003550        01  WS-DETAIL-LINE.
003560            05 WS-DL-ENROLL-NO            PIC 9(06).
003570            05 FILLER                     PIC X(02) VALUE SPACES.
003580            05 WS-DL-SNAME                PIC X(30).
003590            05 FILLER                     PIC X(02) VALUE SPACES.
003600            05 WS-DL-FAIL-CODE            PIC X(06).
003610            05 FILLER                     PIC X(02) VALUE SPACES.
003620            05 WS-DL-FAIL-MARK            PIC ZZ9.
003630            05 FILLER                     PIC X(03) VALUE SPACES.
003640            05 WS-DL-STATUS               PIC X(10).
003650            05 FILLER                     PIC X(16) VALUE SPACES.
003660        01  WS-TRAILER.
003670            05 FILLER                     PIC X(09) VALUE "STUDENTS:".
003680            05 WS-TR-STUDENTS             PIC ZZZ,ZZ9.
003690            05 FILLER                     PIC X(09) VALUE "  SEATED:".
003700            05 WS-TR-PLACED               PIC ZZZ,ZZ9.
003710            05 FILLER                     PIC X(11) VALUE "  WAITLIST:".
003720            05 WS-TR-WAITLIST             PIC ZZZ,ZZ9.
003730            05 FILLER                     PIC X(09) VALUE "  ALREADY".
003740            05 FILLER                     PIC X(07) VALUE " HELD:".
003750            05 WS-TR-HELD                 PIC ZZZ,ZZ9.
003760            05 FILLER                     PIC X(07) VALUE SPACES.
003770        01  WS-EXCEPTION-OUT.
003780            05 FILLER                     PIC X(11)
003790                                          VALUE "REJECTED - ".
003800            05 WS-EXC-ENROLL-NO           PIC 9(06).
003810            05 FILLER                     PIC X(01) VALUE SPACES.
003820            05 WS-EXC-CODE                PIC X(06).
003830            05 FILLER                     PIC X(03) VALUE " - ".
003840            05 WS-EXC-REASON              PIC X(40).
003850            05 FILLER                     PIC X(13) VALUE SPACES.
003860        COPY SPGM0905L.
003870        COPY SPGMABNL.
003880        PROCEDURE DIVISION.
003890       ******************************************************************
003900       * MAIN PROGRAM FLOW.
003910       ******************************************************************
003920        00000-MAIN-PARA.
003930            PERFORM 05000-ACCEPT-PARA.
003940            IF  WS-ERROR-FLAG              NOT = "YES"
003950                PERFORM 07000-CHECK-TERM-PARA
003960            END-IF.
003970            IF  WS-ERROR-FLAG              NOT = "YES"
003980                PERFORM 10000-INITIALIZE-PARA
003990            END-IF.
004000            IF  WS-ERROR-FLAG              NOT = "YES"
004010                SORT SORT-FILE
004020                    ON ASCENDING KEY SR-COURSE-CODE
004030                                     SR-SECTION
004040                                     SR-ENROLL-NO
004050                    INPUT PROCEDURE IS 20000-SELECT-PARA
004060                    OUTPUT PROCEDURE IS 25000-LISTING-PARA
004070                MOVE WS-STUDENT-COUNT      TO WS-TR-STUDENTS
004080                MOVE WS-PLACED-COUNT       TO WS-TR-PLACED
004090                MOVE WS-WAITLIST-COUNT     TO WS-TR-WAITLIST
004100                MOVE WS-HELD-COUNT         TO WS-TR-HELD
004110                MOVE WS-HEADER1            TO RS-REPORT-REC
004120                WRITE RS-REPORT-REC
004130                MOVE WS-TRAILER            TO RS-REPORT-REC
004140                WRITE RS-REPORT-REC
004150            END-IF.
004160            PERFORM 30000-CLOSE-PARA.
004170            STOP RUN.
004180       ******************************************************************
004190       * ACCEPT THE SUMMER= AND CUTOFF= CONTROL CARDS.
004200       ******************************************************************
004210        05000-ACCEPT-PARA.
004220            MOVE SPACES                    TO WS-PARM-CARD.
004230            ACCEPT WS-PARM-CARD.
004240            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004250            MOVE "SUMMER"                  TO LK-PA-KEYWORD.
004260            SET LK-PA-ALPHA                TO TRUE.
004270            MOVE 0                         TO LK-PA-MIN-VALUE.
004280            MOVE 0                         TO LK-PA-MAX-VALUE.
004290            MOVE SPACES                    TO LK-PA-DEFAULT.
004300            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004310            IF  LK-PA-BAD
004320                OR LK-PA-VALUE             = SPACES
004330                DISPLAY "BAD SUMMER= CARD - RUN REFUSED."
004340                MOVE 16                    TO RETURN-CODE
004350                MOVE "YES"                 TO WS-ERROR-FLAG
004360            ELSE
004370                MOVE LK-PA-VALUE(1:5)      TO WS-SUMMER-TERM
004380            END-IF.
004390            MOVE SPACES                    TO WS-PARM-CARD.
004400            ACCEPT WS-PARM-CARD.
004410            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004420            MOVE "CUTOFF"                  TO LK-PA-KEYWORD.
004430            SET LK-PA-NUMERIC              TO TRUE.
004440            MOVE 1                         TO LK-PA-MIN-VALUE.
004450            MOVE 100                       TO LK-PA-MAX-VALUE.
004460            MOVE "35"                      TO LK-PA-DEFAULT.
004470            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004480            IF  LK-PA-BAD
004490                DISPLAY "BAD CUTOFF= CARD - RUN REFUSED."
004500                MOVE 16                    TO RETURN-CODE
004510                MOVE "YES"                 TO WS-ERROR-FLAG
004520            ELSE
004530                MOVE LK-PA-NUM-VALUE       TO WS-CUTOFF-MARK
004540            END-IF.
004550       ******************************************************************
004560       * THE SUMMER TERM MUST BE ON TERMCTL AND OPEN - CEXM929 LOADS
004570       * THE EXTRACT UNDER IT. TERMCTL STAYS OPEN TO TELL WHICH TERMS'
004580       * MARKS ARE FINAL.
004590       ******************************************************************
004600        07000-CHECK-TERM-PARA.
004610            OPEN INPUT TERM-FILE.
004620            IF WS-TERM-FS                 NOT = "00"
004630               DISPLAY "TERMCTL ACCESS ERROR."
004640               MOVE "CEXM1030"            TO LK-PGM-ID
004650               MOVE "TERMCTL"             TO LK-FILE-ID
004660               MOVE WS-TERM-FS            TO LK-FILE-STATUS
004670               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004680               IF  LK-ABEND-YES
004690                   MOVE 16                TO RETURN-CODE
004700                   MOVE "YES"             TO WS-ERROR-FLAG
004710               END-IF
004720            ELSE
004730               MOVE WS-SUMMER-TERM        TO TM-TERM-CODE
004740               READ TERM-FILE
004750                   INVALID KEY
004760                       DISPLAY "TERM " WS-SUMMER-TERM
004770                           " NOT ON TERMCTL - RUN REFUSED."
004780                       MOVE 16            TO RETURN-CODE
004790                       MOVE "YES"         TO WS-ERROR-FLAG
004800                   NOT INVALID KEY
004810                       IF  TM-OPEN-FLAG   NOT = "O"
004820                           DISPLAY "TERM " WS-SUMMER-TERM
004830                               " IS CLOSED - RUN REFUSED."
004840                           MOVE 16        TO RETURN-CODE
004850                           MOVE "YES"     TO WS-ERROR-FLAG
004860                       END-IF
004870               END-READ
004880            END-IF.
004890       ******************************************************************
004900       * OPEN EVERYTHING AND LOAD THE MAP, THE REMEDIAL SECTIONS AND
004910       * THE ADDRESSES. DEMOFILE IS OPTIONAL - WITHOUT IT THE NOTICES
004920       * GO TO THE STUDENT'S OWN NAME.
004930       ******************************************************************
004940        10000-INITIALIZE-PARA.
004950            MOVE WS-SUMMER-TERM            TO WS-H2-TERM.
004960            OPEN INPUT STUD-FILE.
004970            IF WS-STUD-FS                 NOT = "00"
004980               DISPLAY "STUDFILE ACCESS ERROR."
004990               MOVE "CEXM1030"            TO LK-PGM-ID
005000               MOVE "STUDOUT"             TO LK-FILE-ID
005010               MOVE WS-STUD-FS            TO LK-FILE-STATUS
005020               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005030               IF  LK-ABEND-YES
005040                   MOVE 16                TO RETURN-CODE
005050                   MOVE "YES"             TO WS-ERROR-FLAG
005060               END-IF
005070            END-IF.
005080            OPEN INPUT REG-FILE.
005090            IF WS-REG-FS                  NOT = "00"
005100               DISPLAY "REGFILE ACCESS ERROR."
005110               MOVE "CEXM1030"            TO LK-PGM-ID
005120               MOVE "REGFILE"             TO LK-FILE-ID
005130               MOVE WS-REG-FS             TO LK-FILE-STATUS
005140               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005150               IF  LK-ABEND-YES
005160                   MOVE 16                TO RETURN-CODE
005170                   MOVE "YES"             TO WS-ERROR-FLAG
005180               END-IF
005190            END-IF.
005200            OPEN INPUT SECT-FILE.
005210            IF WS-SECT-FS                 NOT = "00"
005220               DISPLAY "SECTFILE ACCESS ERROR."
005230               MOVE "CEXM1030"            TO LK-PGM-ID
005240               MOVE "SECTFILE"            TO LK-FILE-ID
005250               MOVE WS-SECT-FS            TO LK-FILE-STATUS
005260               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005270               IF  LK-ABEND-YES
005280                   MOVE 16                TO RETURN-CODE
005290                   MOVE "YES"             TO WS-ERROR-FLAG
005300               END-IF
005310            END-IF.
005320            OPEN INPUT CRS-FILE.
005330            IF WS-CRS-FS                  NOT = "00"
005340               DISPLAY "CRSFILE ACCESS ERROR."
005350               MOVE "CEXM1030"            TO LK-PGM-ID
005360               MOVE "CRSFILE"             TO LK-FILE-ID
005370               MOVE WS-CRS-FS             TO LK-FILE-STATUS
005380               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005390               IF  LK-ABEND-YES
005400                   MOVE 16                TO RETURN-CODE
005410                   MOVE "YES"             TO WS-ERROR-FLAG
005420               END-IF
005430            END-IF.
005440            OPEN INPUT DEMO-FILE.
005450            IF WS-DEMO-FS                 = "35"
005460               MOVE "NO"                  TO WS-DEMO-AVAIL
005470            ELSE
005480               IF WS-DEMO-FS              NOT = "00"
005490                  DISPLAY "DEMOFILE ACCESS ERROR."
005500                  MOVE "CEXM1030"         TO LK-PGM-ID
005510                  MOVE "DEMOFILE"         TO LK-FILE-ID
005520                  MOVE WS-DEMO-FS         TO LK-FILE-STATUS
005530                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
005540                  IF  LK-ABEND-YES
005550                      MOVE 16             TO RETURN-CODE
005560                      MOVE "YES"          TO WS-ERROR-FLAG
005570                  END-IF
005580               END-IF
005590            END-IF.
005600            OPEN INPUT MAP-FILE.
005610            IF WS-MAP-FS                  NOT = "00"
005620               DISPLAY "RMDMAP ACCESS ERROR."
005630               MOVE "CEXM1030"            TO LK-PGM-ID
005640               MOVE "RMDMAP"              TO LK-FILE-ID
005650               MOVE WS-MAP-FS             TO LK-FILE-STATUS
005660               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005670               IF  LK-ABEND-YES
005680                   MOVE 16                TO RETURN-CODE
005690                   MOVE "YES"             TO WS-ERROR-FLAG
005700               END-IF
005710            ELSE
005720               PERFORM 12000-LOAD-MAP-PARA
005730                   UNTIL WS-MAP-EOF        = "YES"
005740               CLOSE MAP-FILE
005750            END-IF.
005760            OPEN INPUT ADDR-FILE.
005770            IF WS-ADDR-FS                 NOT = "00"
005780               DISPLAY "ADDRFILE ACCESS ERROR."
005790               MOVE "CEXM1030"            TO LK-PGM-ID
005800               MOVE "ADDFILE"             TO LK-FILE-ID
005810               MOVE WS-ADDR-FS            TO LK-FILE-STATUS
005820               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005830               IF  LK-ABEND-YES
005840                   MOVE 16                TO RETURN-CODE
005850                   MOVE "YES"             TO WS-ERROR-FLAG
005860               END-IF
005870            ELSE
005880               PERFORM 14000-LOAD-ADDR-PARA
005890                   UNTIL WS-ADDR-EOF       = "YES"
005900               CLOSE ADDR-FILE
005910            END-IF.
005920            OPEN OUTPUT REGOUT-FILE.
005930            IF WS-REGOUT-FS               NOT = "00"
005940               DISPLAY "REGOUT ACCESS ERROR."
005950               MOVE "CEXM1030"            TO LK-PGM-ID
005960               MOVE "REGOUT"              TO LK-FILE-ID
005970               MOVE WS-REGOUT-FS          TO LK-FILE-STATUS
005980               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005990               IF  LK-ABEND-YES
006000                   MOVE 16                TO RETURN-CODE
006010                   MOVE "YES"             TO WS-ERROR-FLAG
006020               END-IF
006030            END-IF.
006040            OPEN OUTPUT NOTICE-FILE.
006050            IF WS-NOTICE-FS               NOT = "00"
006060               DISPLAY "RMDNOTE ACCESS ERROR."
006070               MOVE "CEXM1030"            TO LK-PGM-ID
006080               MOVE "RMDNOTE"             TO LK-FILE-ID
006090               MOVE WS-NOTICE-FS          TO LK-FILE-STATUS
006100               CALL 'SPGMABND'            USING LK-ABEND-PARMS
006110               IF  LK-ABEND-YES
006120                   MOVE 16                TO RETURN-CODE
006130                   MOVE "YES"             TO WS-ERROR-FLAG
006140               END-IF
006150            END-IF.
006160            OPEN OUTPUT REPORT-FILE.
006170            IF WS-REPORT-FS               NOT = "00"
006180               DISPLAY "RMDRPT ACCESS ERROR."
006190               MOVE "CEXM1030"            TO LK-PGM-ID
006200               MOVE "RMDRPT"              TO LK-FILE-ID
006210               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
006220               CALL 'SPGMABND'            USING LK-ABEND-PARMS
006230               IF  LK-ABEND-YES
006240                   MOVE 16                TO RETURN-CODE
006250                   MOVE "YES"             TO WS-ERROR-FLAG
006260               END-IF
006270            END-IF.
006280            OPEN OUTPUT EXCEPTION-FILE.
006290            IF WS-EXCEPTION-FS            NOT = "00"
006300               DISPLAY "RMDEXCP ACCESS ERROR."
006310               MOVE "CEXM1030"            TO LK-PGM-ID
006320               MOVE "RMDEXCP"             TO LK-FILE-ID
006330               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
006340               CALL 'SPGMABND'            USING LK-ABEND-PARMS
006350               IF  LK-ABEND-YES
006360                   MOVE 16                TO RETURN-CODE
006370                   MOVE "YES"             TO WS-ERROR-FLAG
006380               END-IF
006390            END-IF.
006400       ******************************************************************
006410       * LOAD ONE REMEDIAL MAP ENTRY, AND THE SECTIONS OF ITS REMEDIAL
006420       * COURSE THE FIRST TIME THAT COURSE APPEARS.
006430       ******************************************************************
006440        12000-LOAD-MAP-PARA.
006450            READ MAP-FILE
006460            AT END
006470                MOVE "YES"                 TO WS-MAP-EOF
006480            NOT AT END
006490                EVALUATE TRUE
006500                    WHEN MP-SOURCE-TYPE    NOT = "S"
006510                        AND MP-SOURCE-TYPE NOT = "C"
006520                        DISPLAY "RMDMAP TYPE NOT S OR C - "
006530                            MP-SOURCE-CODE " IGNORED."
006540                    WHEN WS-MAP-COUNT      = 200
006550                        DISPLAY "REMEDIAL MAP FULL AT 200 ENTRIES."
006560                    WHEN OTHER
006570                        ADD 1              TO WS-MAP-COUNT
006580                        MOVE MP-SOURCE-TYPE
006590                                       TO WS-MP-TYPE(WS-MAP-COUNT)
006600                        MOVE MP-SOURCE-CODE
006610                                       TO WS-MP-CODE(WS-MAP-COUNT)
006620                        MOVE MP-REMEDIAL-COURSE
006630                                       TO WS-MP-REMEDIAL(WS-MAP-COUNT)
006640                        MOVE MP-REMEDIAL-COURSE TO WS-LOAD-COURSE
006650                        MOVE "NO"          TO WS-RS-LOADED
006660                        PERFORM 12200-CHECK-LOADED-PARA
006670                            VARYING WS-RS-SUB FROM 1 BY 1
006680                            UNTIL WS-RS-SUB > WS-RS-COUNT
006690                            OR WS-RS-LOADED = "YES"
006700                        IF  WS-RS-LOADED   = "NO"
006710                            PERFORM 12400-LOAD-SECTIONS-PARA
006720                        END-IF
006730                END-EVALUATE
006740            END-READ.
006750        12200-CHECK-LOADED-PARA.
006760            IF  WS-RS-COURSE(WS-RS-SUB)    = WS-LOAD-COURSE
006770                MOVE "YES"                 TO WS-RS-LOADED
006780            END-IF.
006790       ******************************************************************
006800       * LOAD EVERY SECTION OF ONE REMEDIAL COURSE FROM SECTFILE.
006810       ******************************************************************
006820        12400-LOAD-SECTIONS-PARA.
006830            MOVE "TITLE NOT IN CATALOG"    TO WS-LOAD-TITLE.
006840            MOVE WS-LOAD-COURSE            TO CS-COURSE-CODE.
006850            READ CRS-FILE
006860                NOT INVALID KEY
006870                    MOVE CS-COURSE-TITLE   TO WS-LOAD-TITLE
006880            END-READ.
006890            MOVE "NO"                      TO WS-SECT-EOF.
006900            MOVE WS-LOAD-COURSE            TO SE-COURSE-CODE.
006910            MOVE 0                         TO SE-SECT-NO.
006920            START SECT-FILE KEY IS >= SE-SECT-KEY
006930                INVALID KEY
006940                    MOVE "YES"             TO WS-SECT-EOF
006950            END-START.
006960            PERFORM 12600-ONE-SECTION-PARA
006970                UNTIL WS-SECT-EOF          = "YES".
006980        12600-ONE-SECTION-PARA.
006990            READ SECT-FILE NEXT
007000            AT END
007010                MOVE "YES"                 TO WS-SECT-EOF
007020            NOT AT END
007030                IF  SE-COURSE-CODE         NOT = WS-LOAD-COURSE
007040                    MOVE "YES"             TO WS-SECT-EOF
007050                ELSE
007060                    IF  WS-RS-COUNT        = 300
007070                        DISPLAY "REMEDIAL SECTION TABLE FULL AT 300."
007080                        MOVE "YES"         TO WS-SECT-EOF
007090                    ELSE
007100                        ADD 1              TO WS-RS-COUNT
007110                        MOVE SE-COURSE-CODE
007120                                       TO WS-RS-COURSE(WS-RS-COUNT)
007130                        MOVE SE-SECT-NO    TO WS-RS-SECT(WS-RS-COUNT)
007140                        MOVE SE-SEAT-CAP   TO WS-RS-CAP(WS-RS-COUNT)
007150                        MOVE SE-SEATS-USED TO WS-RS-USED(WS-RS-COUNT)
007160                        MOVE 0          TO WS-RS-PLANNED(WS-RS-COUNT)
007170                        MOVE SE-MEET-SLOT  TO WS-RS-SLOT(WS-RS-COUNT)
007180                        MOVE WS-LOAD-TITLE TO WS-RS-TITLE(WS-RS-COUNT)
007190                    END-IF
007200                END-IF
007210            END-READ.
007220       ******************************************************************
007230       * LOAD THE MAILING ADDRESSES KEYED ON ENROLL NUMBER.
007240       ******************************************************************
007250        14000-LOAD-ADDR-PARA.
007260            READ ADDR-FILE
007270            AT END
007280                MOVE "YES"                 TO WS-ADDR-EOF
007290            NOT AT END
007300                IF  WS-ADDR-COUNT          < 9999
007310                    ADD 1                  TO WS-ADDR-COUNT
007320                    MOVE AS-ENROLL-NO
007330                        TO WS-AT-ENROLL-NO(WS-ADDR-COUNT)
007340                    MOVE AS-STREET
007350                        TO WS-AT-STREET(WS-ADDR-COUNT)
007360                    MOVE AS-CITY
007370                        TO WS-AT-CITY(WS-ADDR-COUNT)
007380                    MOVE AS-STATE
007390                        TO WS-AT-STATE(WS-ADDR-COUNT)
007400                    MOVE AS-ZIPCODE
007410                        TO WS-AT-ZIPCODE(WS-ADDR-COUNT)
007420                END-IF
007430            END-READ.
007440       ******************************************************************
007450       * INPUT PROCEDURE: WALK THE ACTIVE STUDENTS AND PLACE EACH ONE'S
007460       * REMEDIAL NEEDS.
007470       ******************************************************************
007480        20000-SELECT-PARA.
007490            PERFORM 21000-ONE-STUDENT-PARA
007500                UNTIL WS-ENDOFFILE         = "YES".
007510       ******************************************************************
007520       * READ ONE STUDENT. GATHER THE FAILED SUBJECTS AND COURSES, THEN
007530       * PLACE EVERY REMEDIAL COURSE THE STUDENT DOES NOT ALREADY HOLD.
007540       ******************************************************************
007550        21000-ONE-STUDENT-PARA.
007560            READ STUD-FILE
007570            AT END
007580                MOVE "YES"                 TO WS-ENDOFFILE
007590            NOT AT END
007600                IF  FS-STUD-STATUS         = "A"
007610                    OR FS-STUD-STATUS      = SPACE
007620                    MOVE 0                 TO WS-ND-COUNT
007630                                              WS-HD-COUNT
007640                    MOVE "S"               TO WS-NEED-TYPE
007650                    IF  FS-MATHS-MARKS     < WS-PASS-MARK
007660                        MOVE "MATH"        TO WS-NEED-CODE
007670                        MOVE FS-MATHS-MARKS TO WS-NEED-MARK
007680                        PERFORM 22000-ADD-NEED-PARA
007690                    END-IF
007700                    IF  FS-SCIENCE-MARKS   < WS-PASS-MARK
007710                        MOVE "SCI"         TO WS-NEED-CODE
007720                        MOVE FS-SCIENCE-MARKS TO WS-NEED-MARK
007730                        PERFORM 22000-ADD-NEED-PARA
007740                    END-IF
007750                    IF  FS-COMPUTER-MARKS  < WS-PASS-MARK
007760                        MOVE "COMP"        TO WS-NEED-CODE
007770                        MOVE FS-COMPUTER-MARKS TO WS-NEED-MARK
007780                        PERFORM 22000-ADD-NEED-PARA
007790                    END-IF
007800                    PERFORM 21200-REGISTRATION-PARA
007810                    IF  WS-ND-COUNT        > 0
007820                        ADD 1              TO WS-STUDENT-COUNT
007830                        PERFORM 23000-PLACE-NEED-PARA
007840                            VARYING WS-ND-SUB FROM 1 BY 1
007850                            UNTIL WS-ND-SUB > WS-ND-COUNT
007860                    END-IF
007870                END-IF
007880            END-READ.
007890       ******************************************************************
007900       * WALK THE STUDENT'S REGFILE COURSES: NOTE THE REMEDIAL COURSES
007910       * ALREADY HELD, AND FLAG EVERY FINAL MARK UNDER THE CUTOFF.
007920       ******************************************************************
007930        21200-REGISTRATION-PARA.
007940            MOVE "NO"                      TO WS-REG-DONE.
007950            MOVE FS-ENROLL-NO              TO RG-ENROLL-NO.
007960            MOVE LOW-VALUES                TO RG-COURSE-CODE.
007970            START REG-FILE KEY IS >= RG-REG-KEY
007980                INVALID KEY
007990                    MOVE "YES"             TO WS-REG-DONE
008000            END-START.
008010            PERFORM 21400-ONE-REG-PARA
008020                UNTIL WS-REG-DONE          = "YES".
008030        21400-ONE-REG-PARA.
008040            READ REG-FILE NEXT
008050            AT END
008060                MOVE "YES"                 TO WS-REG-DONE
008070            NOT AT END
008080                IF  RG-ENROLL-NO           NOT = FS-ENROLL-NO
008090                    MOVE "YES"             TO WS-REG-DONE
008100                ELSE
008110                    MOVE 0                 TO WS-MP-FOUND
008120                    PERFORM 21500-FIND-REMEDIAL-PARA
008130                        VARYING WS-MP-SUB FROM 1 BY 1
008140                        UNTIL WS-MP-SUB    > WS-MAP-COUNT
008150                        OR WS-MP-FOUND     NOT = 0
008160                    IF  WS-MP-FOUND        NOT = 0
008170                        IF  WS-HD-COUNT    < 20
008180                            ADD 1          TO WS-HD-COUNT
008190                            MOVE RG-COURSE-CODE
008200                                      TO WS-HD-COURSE(WS-HD-COUNT)
008210                        END-IF
008220                    ELSE
008230                        IF  RG-TERM-CODE   NOT = WS-SUMMER-TERM
008240                            AND RG-MARKS   IS NUMERIC
008250                            AND RG-MARKS   < WS-CUTOFF-MARK
008260                            PERFORM 21600-CHECK-FINAL-PARA
008270                            IF  WS-MARKS-FINAL = "YES"
008280                                MOVE "C"   TO WS-NEED-TYPE
008290                                MOVE RG-COURSE-CODE TO WS-NEED-CODE
008300                                MOVE RG-MARKS TO WS-NEED-MARK
008310                                PERFORM 22000-ADD-NEED-PARA
008320                            END-IF
008330                        END-IF
008340                    END-IF
008350                END-IF
008360            END-READ.
008370        21500-FIND-REMEDIAL-PARA.
008380            IF  WS-MP-REMEDIAL(WS-MP-SUB)  = RG-COURSE-CODE
008390                MOVE WS-MP-SUB             TO WS-MP-FOUND
008400            END-IF.
008410       ******************************************************************
008420       * A MARK IS FINAL WHEN ITS TERM IS CLOSED ON TERMCTL, OR WHEN
008430       * THE REGISTRATION PREDATES TERMS. EACH TERM IS LOOKED UP ONCE.
008440       ******************************************************************
008450        21600-CHECK-FINAL-PARA.
008460            IF  RG-TERM-CODE               = SPACES
008470                MOVE "YES"                 TO WS-MARKS-FINAL
008480            ELSE
008490                MOVE 0                     TO WS-TC-FOUND
008500                PERFORM 21700-FIND-TERM-PARA
008510                    VARYING WS-TC-SUB FROM 1 BY 1
008520                    UNTIL WS-TC-SUB        > WS-TC-COUNT
008530                    OR WS-TC-FOUND         NOT = 0
008540                IF  WS-TC-FOUND            = 0
008550                    MOVE "NO"              TO WS-MARKS-FINAL
008560                    MOVE RG-TERM-CODE      TO TM-TERM-CODE
008570                    READ TERM-FILE
008580                        NOT INVALID KEY
008590                            IF  TM-OPEN-FLAG NOT = "O"
008600                                MOVE "YES" TO WS-MARKS-FINAL
008610                            END-IF
008620                    END-READ
008630                    IF  WS-TC-COUNT        < 50
008640                        ADD 1              TO WS-TC-COUNT
008650                        MOVE RG-TERM-CODE  TO WS-TC-TERM(WS-TC-COUNT)
008660                        MOVE WS-MARKS-FINAL
008670                                       TO WS-TC-FINAL(WS-TC-COUNT)
008680                    END-IF
008690                ELSE
008700                    MOVE WS-TC-FINAL(WS-TC-FOUND) TO WS-MARKS-FINAL
008710                END-IF
008720            END-IF.
008730        21700-FIND-TERM-PARA.
008740            IF  WS-TC-TERM(WS-TC-SUB)      = RG-TERM-CODE
008750                MOVE WS-TC-SUB             TO WS-TC-FOUND
008760            END-IF.
008770       ******************************************************************
008780       * MAP A FAILED SUBJECT OR COURSE TO ITS REMEDIAL COURSE AND ADD
008790       * IT TO THE STUDENT'S NEEDS ONCE.
008800       ******************************************************************
008810        22000-ADD-NEED-PARA.
008820            MOVE 0                         TO WS-MP-FOUND.
008830            PERFORM 22200-FIND-MAP-PARA
008840                VARYING WS-MP-SUB FROM 1 BY 1
008850                UNTIL WS-MP-SUB            > WS-MAP-COUNT
008860                OR WS-MP-FOUND             NOT = 0.
008870            IF  WS-MP-FOUND                = 0
008880                MOVE WS-NEED-CODE          TO WS-EXC-CODE
008890                MOVE "NO REMEDIAL COURSE MAPPED" TO WS-EXC-REASON
008900                PERFORM 27000-REJECT-PARA
008910            ELSE
008920                MOVE 0                     TO WS-ND-FOUND
008930                PERFORM 22400-FIND-NEED-PARA
008940                    VARYING WS-ND-SUB FROM 1 BY 1
008950                    UNTIL WS-ND-SUB        > WS-ND-COUNT
008960                    OR WS-ND-FOUND         NOT = 0
008970                IF  WS-ND-FOUND            = 0
008980                    AND WS-ND-COUNT        < 20
008990                    ADD 1                  TO WS-ND-COUNT
009000                    MOVE WS-MP-REMEDIAL(WS-MP-FOUND)
009010                                       TO WS-ND-REMEDIAL(WS-ND-COUNT)
009020                    MOVE WS-NEED-CODE  TO WS-ND-FAIL-CODE(WS-ND-COUNT)
009030                    MOVE WS-NEED-MARK  TO WS-ND-FAIL-MARK(WS-ND-COUNT)
009040                END-IF
009050            END-IF.
009060        22200-FIND-MAP-PARA.
009070            IF  WS-MP-TYPE(WS-MP-SUB)      = WS-NEED-TYPE
009080                AND WS-MP-CODE(WS-MP-SUB)  = WS-NEED-CODE
009090                MOVE WS-MP-SUB             TO WS-MP-FOUND
009100            END-IF.
009110        22400-FIND-NEED-PARA.
009120            IF  WS-ND-REMEDIAL(WS-ND-SUB)  = WS-MP-REMEDIAL(WS-MP-FOUND)
009130                MOVE WS-ND-SUB             TO WS-ND-FOUND
009140            END-IF.
009150       ******************************************************************
009160       * PLACE ONE REMEDIAL NEED: SKIP IT IF THE STUDENT ALREADY HOLDS
009170       * THE COURSE, ELSE TAKE THE SECTION WITH THE MOST SEATS LEFT.
009180       * WITH NO SEAT LEFT ANYWHERE THE STUDENT WILL BE WAITLISTED.
009190       ******************************************************************
009200        23000-PLACE-NEED-PARA.
009210            MOVE 0                         TO WS-HD-FOUND.
009220            PERFORM 23200-FIND-HELD-PARA
009230                VARYING WS-HD-SUB FROM 1 BY 1
009240                UNTIL WS-HD-SUB            > WS-HD-COUNT
009250                OR WS-HD-FOUND             NOT = 0.
009260            IF  WS-HD-FOUND                NOT = 0
009270                ADD 1                      TO WS-HELD-COUNT
009280            ELSE
009290                MOVE 0                     TO WS-RS-BEST
009300                PERFORM 23400-CHECK-SECTION-PARA
009310                    VARYING WS-RS-SUB FROM 1 BY 1
009320                    UNTIL WS-RS-SUB        > WS-RS-COUNT
009330                IF  WS-RS-BEST             = 0
009340                    MOVE WS-ND-REMEDIAL(WS-ND-SUB) TO WS-EXC-CODE
009350                    MOVE "NO SECTION FOR THE REMEDIAL COURSE"
009360                                           TO WS-EXC-REASON
009370                    PERFORM 27000-REJECT-PARA
009380                ELSE
009390                    PERFORM 24000-WRITE-PLACEMENT-PARA
009400                END-IF
009410            END-IF.
009420        23200-FIND-HELD-PARA.
009430            IF  WS-HD-COURSE(WS-HD-SUB)    = WS-ND-REMEDIAL(WS-ND-SUB)
009440                MOVE WS-HD-SUB             TO WS-HD-FOUND
009450            END-IF.
009460        23400-CHECK-SECTION-PARA.
009470            IF  WS-RS-COURSE(WS-RS-SUB)    = WS-ND-REMEDIAL(WS-ND-SUB)
009480                COMPUTE WS-SEATS-LEFT = WS-RS-CAP(WS-RS-SUB)
009490                                      - WS-RS-USED(WS-RS-SUB)
009500                                      - WS-RS-PLANNED(WS-RS-SUB)
009510                IF  WS-RS-BEST             = 0
009520                    OR WS-SEATS-LEFT       > WS-BEST-LEFT
009530                    MOVE WS-RS-SUB         TO WS-RS-BEST
009540                    MOVE WS-SEATS-LEFT     TO WS-BEST-LEFT
009550                END-IF
009560            END-IF.
009570       ******************************************************************
009580       * WRITE THE REGIN EXTRACT RECORD AND THE GUARDIAN NOTICE, AND
009590       * RELEASE THE PLACEMENT TO THE SORT FOR THE SECTION LISTING.
009600       ******************************************************************
009610        24000-WRITE-PLACEMENT-PARA.
009620            ADD 1                          TO WS-RS-PLANNED(WS-RS-BEST).
009630            MOVE SPACES                    TO SR-SORT-REC.
009640            IF  WS-BEST-LEFT               > 0
009650                MOVE "S"                   TO SR-STATUS
009660                ADD 1                      TO WS-PLACED-COUNT
009670            ELSE
009680                MOVE "W"                   TO SR-STATUS
009690                ADD 1                      TO WS-WAITLIST-COUNT
009700            END-IF.
009710            MOVE SPACES                    TO RI-REG-REC.
009720            MOVE FS-ENROLL-NO              TO RI-ENROLL-NO.
009730            MOVE WS-RS-COURSE(WS-RS-BEST)  TO RI-COURSE-CODE.
009740            MOVE 0                         TO RI-MARKS.
009750            MOVE WS-RS-SECT(WS-RS-BEST)    TO RI-SECTION.
009760            WRITE RI-REG-REC.
009770            MOVE SPACES                    TO NT-NOTICE-REC.
009780            MOVE FS-ENROLL-NO              TO NT-ENROLL-NO.
009790            MOVE FS-SNAME                  TO NT-SNAME.
009800            MOVE FS-SNAME                  TO NT-GUARDIAN.
009810            IF  WS-DEMO-AVAIL              = "YES"
009820                MOVE FS-ENROLL-NO          TO DS-ENROLL-NO
009830                READ DEMO-FILE
009840                    NOT INVALID KEY
009850                        IF  DS-GUARDIAN    NOT = SPACES
009860                            MOVE DS-GUARDIAN TO NT-GUARDIAN
009870                        END-IF
009880                        MOVE DS-LANG-CODE  TO NT-LANG-CODE
009890                END-READ
009900            END-IF.
009910            MOVE 0                         TO WS-ADDR-FOUND.
009920            PERFORM 24200-FIND-ADDR-PARA
009930                VARYING WS-ADDR-SUB FROM 1 BY 1
009940                UNTIL WS-ADDR-SUB          > WS-ADDR-COUNT
009950                OR WS-ADDR-FOUND           NOT = 0.
009960            MOVE 0                         TO NT-ZIPCODE.
009970            IF  WS-ADDR-FOUND              NOT = 0
009980                MOVE WS-AT-STREET(WS-ADDR-FOUND)  TO NT-STREET
009990                MOVE WS-AT-CITY(WS-ADDR-FOUND)    TO NT-CITY
010000                MOVE WS-AT-STATE(WS-ADDR-FOUND)   TO NT-STATE
010010                MOVE WS-AT-ZIPCODE(WS-ADDR-FOUND) TO NT-ZIPCODE
010020            END-IF.
010030            MOVE WS-SUMMER-TERM            TO NT-SUMMER-TERM.
010040            MOVE WS-RS-COURSE(WS-RS-BEST)  TO NT-REMEDIAL-COURSE.
010050            MOVE WS-RS-TITLE(WS-RS-BEST)   TO NT-COURSE-TITLE.
010060            MOVE WS-RS-SECT(WS-RS-BEST)    TO NT-SECTION.
010070            MOVE WS-RS-SLOT(WS-RS-BEST)    TO NT-MEET-SLOT.
010080            MOVE SR-STATUS                 TO NT-PLACE-STATUS.
010090            MOVE WS-ND-FAIL-CODE(WS-ND-SUB) TO NT-FAIL-CODE.
010100            MOVE WS-ND-FAIL-MARK(WS-ND-SUB) TO NT-FAIL-MARK.
010110            WRITE NT-NOTICE-REC.
010120            MOVE WS-RS-COURSE(WS-RS-BEST)  TO SR-COURSE-CODE.
010130            MOVE WS-RS-SECT(WS-RS-BEST)    TO SR-SECTION.
010140            MOVE FS-ENROLL-NO              TO SR-ENROLL-NO.
010150            MOVE FS-SNAME                  TO SR-SNAME.
010160            MOVE WS-ND-FAIL-CODE(WS-ND-SUB) TO SR-FAIL-CODE.
010170            MOVE WS-ND-FAIL-MARK(WS-ND-SUB) TO SR-FAIL-MARK.
010180            MOVE WS-RS-BEST                TO SR-RS-SUB.
010190            RELEASE SR-SORT-REC.
010200        24200-FIND-ADDR-PARA.
010210            IF  WS-AT-ENROLL-NO(WS-ADDR-SUB) = FS-ENROLL-NO
010220                MOVE WS-ADDR-SUB           TO WS-ADDR-FOUND
010230            END-IF.
010240       ******************************************************************
010250       * OUTPUT PROCEDURE: PRINT THE PLACEMENT LIST, ONE BLOCK PER
010260       * REMEDIAL SECTION.
010270       ******************************************************************
010280        25000-LISTING-PARA.
010290            PERFORM 25200-ONE-RETURN-PARA
010300                UNTIL WS-SORT-EOF          = "YES".
010310        25200-ONE-RETURN-PARA.
010320            RETURN SORT-FILE
010330            AT END
010340                MOVE "YES"                 TO WS-SORT-EOF
010350            NOT AT END
010360                IF  SR-COURSE-CODE         NOT = WS-PREV-COURSE
010370                    OR SR-SECTION          NOT = WS-PREV-SECTION
010380                    PERFORM 26000-SECTION-HEAD-PARA
010390                END-IF
010400                MOVE SR-ENROLL-NO          TO WS-DL-ENROLL-NO
010410                MOVE SR-SNAME              TO WS-DL-SNAME
010420                MOVE SR-FAIL-CODE          TO WS-DL-FAIL-CODE
010430                MOVE SR-FAIL-MARK          TO WS-DL-FAIL-MARK
010440                IF  SR-STATUS              = "S"
010450                    MOVE "SEATED"          TO WS-DL-STATUS
010460                ELSE
010470                    MOVE "WAITLIST"        TO WS-DL-STATUS
010480                END-IF
010490                MOVE WS-DETAIL-LINE        TO RS-REPORT-REC
010500                WRITE RS-REPORT-REC
010510            END-RETURN.
010520       ******************************************************************
010530       * PRINT THE HEADING FOR A REMEDIAL SECTION.
010540       ******************************************************************
010550        26000-SECTION-HEAD-PARA.
010560            MOVE SR-COURSE-CODE            TO WS-PREV-COURSE.
010570            MOVE SR-SECTION                TO WS-PREV-SECTION.
010580            MOVE SR-COURSE-CODE            TO WS-H2-COURSE.
010590            MOVE SR-SECTION                TO WS-H2-SECT.
010600            MOVE WS-RS-SLOT(SR-RS-SUB)     TO WS-H2-SLOT.
010610            MOVE WS-RS-TITLE(SR-RS-SUB)    TO WS-SE-TITLE.
010620            MOVE WS-RS-CAP(SR-RS-SUB)      TO WS-SE-CAP.
010630            MOVE WS-RS-USED(SR-RS-SUB)     TO WS-SE-USED.
010640            MOVE WS-HEADER1                TO RS-REPORT-REC.
010650            WRITE RS-REPORT-REC.
010660            MOVE WS-HEADER2                TO RS-REPORT-REC.
010670            WRITE RS-REPORT-REC.
010680            MOVE WS-SEAT-LINE              TO RS-REPORT-REC.
010690            WRITE RS-REPORT-REC.
010700            MOVE WS-COLUMN-LINE            TO RS-REPORT-REC.
010710            WRITE RS-REPORT-REC.
010720       ******************************************************************
010730       * LOG A NEED THAT COULD NOT BE PLACED.
010740       ******************************************************************
010750        27000-REJECT-PARA.
010760            MOVE FS-ENROLL-NO              TO WS-EXC-ENROLL-NO.
010770            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
010780            WRITE ES-EXCEPTION-REC.
010790            ADD 1                          TO WS-REJECT-COUNT.
010800       ******************************************************************
010810       * DISPLAY COUNTS AND CLOSE THE FILES.
010820       ******************************************************************
010830        30000-CLOSE-PARA.
010840            DISPLAY "STUDENTS PLACED  : " WS-STUDENT-COUNT.
010850            DISPLAY "SEATED           : " WS-PLACED-COUNT.
010860            DISPLAY "WAITLISTED       : " WS-WAITLIST-COUNT.
010870            DISPLAY "NEEDS REJECTED   : " WS-REJECT-COUNT.
010880            CLOSE TERM-FILE.
010890            CLOSE STUD-FILE.
010900            CLOSE REG-FILE.
010910            CLOSE SECT-FILE.
010920            CLOSE CRS-FILE.
010930            IF  WS-DEMO-AVAIL              = "YES"
010940                CLOSE DEMO-FILE
010950            END-IF.
010960            CLOSE REGOUT-FILE.
010970            CLOSE NOTICE-FILE.
010980            CLOSE REPORT-FILE.
010990            CLOSE EXCEPTION-FILE.
