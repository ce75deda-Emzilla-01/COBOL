000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1035.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: PARENT-TEACHER CONFERENCE SCHEDULING. FOR ONE
000060       *  CONFERENCE EVENING A GRID OF SLOTS IS GENERATED FOR EVERY
000070       *  INSTRUCTOR ON INSTFILE (START=, SLOTLEN= MINUTES, SLOTS= PER
000080       *  INSTRUCTOR). THE CONFREQ REQUEST FILE CARRIES ONE LINE PER
000090       *  TEACHER A FAMILY WANTS TO SEE ABOUT ONE CHILD (FAMILY ID,
000100       *  ENROLL NO, INSTRUCTOR NO). THE REQUESTS ARE SORTED BY FAMILY
000110       *  (IN FILE ORDER WITHIN THE FAMILY) AND EACH IS BOOKED INTO THE
000120       *  TEACHER'S FIRST FREE SLOT IN WHICH THE FAMILY IS NOT ALREADY
000130       *  BOOKED, SO ONE FAMILY NEVER HAS TWO APPOINTMENTS AT ONCE. A
000140       *  REQUEST IS ONLY BOOKED WHEN THE STUDENT HOLDS A REGFILE
000150       *  REGISTRATION (IN THE TERM= TERM, OR ANY TERM WHEN BLANK) IN A
000160       *  SECTFILE SECTION TAUGHT BY THAT INSTRUCTOR. OUTPUT:
000170       *    - CONFSLOT: THE EVENING'S SLOT FILE, OPEN OR BOOKED
000180       *    - CONFRPT : APPOINTMENT LIST PER TEACHER
000190       *    - CONFLTRS: ONE CONFIRMATION LETTER PER FAMILY THROUGH THE
000200       *                LTRTMPL/ADDRFILE MERGE (CEXM993-STYLE &NAME
000210       *                &ADDR &CITY TOKENS PLUS &DATE), ADDRESSED TO
000220       *                THE DEMOFILE GUARDIAN OF THE FIRST CHILD BOOKED
000230       *    - CONFEXCP: REQUESTS THAT COULD NOT BE BOOKED
000240       *  SYSIN: CARD 1 LETTER CODE, THEN DATE= START= SLOTLEN= SLOTS=
000250       *  TERM=.
000260       * INSTFILE: JEBA02.EMY.COBOL.INSTFILE (INDEXED ON INSTR NO)
000270       * CONFREQ : JEBA02.EMY.COBOL.CONFREQ
000280       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000290       * SECTFILE: JEBA02.EMY.COBOL.SECTFILE (INDEXED ON COURSE+SECT)
000300       * DEMOFILE: JEBA02.EMY.COBOL.DEMOFILE (INDEXED ON ENROLL NO)
000310       * ADDFILE : JEBA02.EMY.COBOL.ADDRFILE
000320       * LTRTMPL : JEBA02.EMY.COBOL.LTRTMPL
000330       * CONFSLOT: JEBA02.EMY.COBOL.CONFSLOT
000340       * CONFRPT : JEBA02.EMY.COBOL.CONFRPT
000350       * CONFLTRS: JEBA02.EMY.COBOL.CONFLTRS
000360       * CONFEXCP: JEBA02.EMY.COBOL.CONFEXCP
000370       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000380       * SORTWK  : SORT WORK FILE
000390       * ----------------------------------------------------------------
000400       * PRJ NO    NAME     DATE          MAINT DESC.
000410       * ----------------------------------------------------------------
000420       * JEBA02    EMY     09/20/2026    PROGRAM CREATED.
000430       ******************************************************************
000440        ENVIRONMENT DIVISION.
000450        INPUT-OUTPUT SECTION.
000460        FILE-CONTROL.
000470            SELECT INST-FILE
000480                ASSIGN TO INSTFILE
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS SEQUENTIAL
000510                RECORD KEY IS IN-INSTR-NO
000520                FILE STATUS IS WS-INST-FS.
000530            SELECT REQ-FILE
000540                ASSIGN TO CONFREQ
000550                ORGANIZATION IS SEQUENTIAL
000560                ACCESS MODE IS SEQUENTIAL
000570                FILE STATUS IS WS-REQ-FS.
000580            SELECT REG-FILE
000590                ASSIGN TO REGFILE
000600                ORGANIZATION IS INDEXED
000610                ACCESS MODE IS DYNAMIC
000620                RECORD KEY IS RG-REG-KEY
000630                FILE STATUS IS WS-REG-FS.
000640            SELECT SECT-FILE
000650                ASSIGN TO SECTFILE
000660                ORGANIZATION IS INDEXED
000670                ACCESS MODE IS RANDOM
000680                RECORD KEY IS SE-SECT-KEY
000690                FILE STATUS IS WS-SECT-FS.
000700            SELECT DEMO-FILE
000710                ASSIGN TO DEMOFILE
000720                ORGANIZATION IS INDEXED
000730                ACCESS MODE IS RANDOM
000740                RECORD KEY IS DS-ENROLL-NO
000750                FILE STATUS IS WS-DEMO-FS.
000760            SELECT ADDR-FILE
000770                ASSIGN TO ADDFILE
000780                ORGANIZATION IS SEQUENTIAL
000790                ACCESS MODE IS SEQUENTIAL
000800                FILE STATUS IS WS-ADDR-FS.
000810            SELECT TMPL-FILE
000820                ASSIGN TO LTRTMPL
000830                ORGANIZATION IS SEQUENTIAL
000840                ACCESS MODE IS SEQUENTIAL
000850                FILE STATUS IS WS-TMPL-FS.
000860            SELECT SLOT-FILE
000870                ASSIGN TO CONFSLOT
000880                ORGANIZATION IS SEQUENTIAL
000890                ACCESS MODE IS SEQUENTIAL
000900                FILE STATUS IS WS-SLOT-FS.
000910            SELECT REPORT-FILE
000920                ASSIGN TO CONFRPT
000930                ORGANIZATION IS SEQUENTIAL
000940                ACCESS MODE IS SEQUENTIAL
000950                FILE STATUS IS WS-REPORT-FS.
000960            SELECT LETTER-FILE
000970                ASSIGN TO CONFLTRS
000980                ORGANIZATION IS SEQUENTIAL
000990                ACCESS MODE IS SEQUENTIAL
001000                FILE STATUS IS WS-LETTER-FS.
001010            SELECT EXCEPTION-FILE
001020                ASSIGN TO CONFEXCP
001030                ORGANIZATION IS SEQUENTIAL
001040                ACCESS MODE IS SEQUENTIAL
001050                FILE STATUS IS WS-EXCP-FS.
001060            SELECT SORT-FILE
001070                ASSIGN TO SORTWK.
001080        DATA DIVISION.
001090        FILE SECTION.
001100        FD  INST-FILE.
001110        01  IN-INST-REC.
001120            05  IN-INSTR-NO               PIC 9(05).
001130            05  IN-INSTR-NAME             PIC X(30).
001140            05  IN-DEPTNO                 PIC 9(02).
001150            05  FILLER                    PIC X(43).
001160        FD  REQ-FILE.
001170        01  CQ-REQ-REC.
001180            05  CQ-FAMILY-ID              PIC X(06).
001190            05  CQ-ENROLL-NO              PIC 9(06).
001200            05  CQ-INSTR-NO               PIC 9(05).
001210            05  FILLER                    PIC X(63).
001220        FD  REG-FILE.
001230        01  RG-REG-REC.
001240            05  RG-REG-KEY.
001250                10  RG-ENROLL-NO          PIC 9(06).
001260                10  RG-COURSE-CODE        PIC X(06).
001270            05  RG-MARKS                  PIC 9(03).
001280            05  RG-CREDIT-HOURS           PIC 9(02).
001290            05  RG-TERM-CODE              PIC X(05).
001300            05  RG-SECTION                PIC 9(02).
001310            05  FILLER                    PIC X(56).
001320        FD  SECT-FILE.
001330        01  SE-SECT-REC.
001340            05  SE-SECT-KEY.
001350                10  SE-COURSE-CODE        PIC X(06).
001360                10  SE-SECT-NO            PIC 9(02).
001370            05  SE-SEAT-CAP               PIC 9(03).
001380            05  SE-SEATS-USED             PIC 9(03).
001390            05  SE-MEET-SLOT              PIC X(10).
001400            05  SE-INSTR-NO               PIC 9(05).
001410            05  SE-ROOM-CODE              PIC X(06).
001420            05  FILLER                    PIC X(45).
001430        FD  DEMO-FILE.
001440        01  DS-DEMO-REC.
001450            05  DS-ENROLL-NO              PIC 9(06).
001460            05  DS-DOB                    PIC X(08).
001470            05  DS-GENDER                 PIC X(01).
001480            05  DS-GUARDIAN               PIC X(30).
001490            05  DS-LANG-CODE              PIC X(02).
001500            05  FILLER                    PIC X(33).
001510        FD  ADDR-FILE.
001520        01  AS-ADDR-REC.
001530            05  AS-ENROLL-NO              PIC 9(06).
001540            05  AS-SNAME                  PIC X(30).
001550            05  AS-STREET                 PIC X(30).
001560            05  AS-CITY                   PIC X(20).
001570            05  AS-COUNTRY                PIC X(15).
001580            05  AS-STATE                  PIC X(10).
001590            05  AS-ZIPCODE                PIC 9(08).
001600            05  AS-BAD-ADDR-FLAG          PIC X(01).
001610            05  FILLER                    PIC X(40).
001620        FD  TMPL-FILE.
001630        01  TL-TMPL-REC.
001640            05  TL-LETTER-CODE            PIC X(03).
001650            05  TL-TEXT                   PIC X(70).
001660            05  TL-LANG-CODE              PIC X(02).
001670            05  FILLER                    PIC X(05).
001680        FD  SLOT-FILE.
001690        01  CL-SLOT-REC.
001700            05  CL-INSTR-NO               PIC 9(05).
001710            05  CL-CONF-DATE              PIC 9(08).
001720            05  CL-SLOT-NO                PIC 9(02).
001730            05  CL-SLOT-TIME              PIC 9(04).
001740            05  CL-STATUS                 PIC X(01).
001750            05  CL-FAMILY-ID              PIC X(06).
001760            05  CL-ENROLL-NO              PIC 9(06).
001770            05  FILLER                    PIC X(48).
001780        FD  REPORT-FILE.
001790        01  RS-REPORT-REC                 PIC X(80).
001800        FD  LETTER-FILE.
001810        01  LS-LETTER-REC                 PIC X(80).
001820        FD  EXCEPTION-FILE.
001830        01  EX-EXCP-REC                   PIC X(80).
001840        SD  SORT-FILE.
001850        01  SR-SORT-REC.
001860            05  SR-FAMILY-ID              PIC X(06).
001870            05  SR-SEQ-NO                 PIC 9(06).
001880            05  SR-ENROLL-NO              PIC 9(06).
001890            05  SR-INSTR-NO               PIC 9(05).
001900        WORKING-STORAGE SECTION.
001910        01  WS-INST-FS                    PIC X(02).
001920        01  WS-REQ-FS                     PIC X(02).
001930        01  WS-REG-FS                     PIC X(02).
001940        01  WS-SECT-FS                    PIC X(02).
001950        01  WS-DEMO-FS                    PIC X(02).
001960        01  WS-ADDR-FS                    PIC X(02).
001970        01  WS-TMPL-FS                    PIC X(02).
001980        01  WS-SLOT-FS                    PIC X(02).
001990        01  WS-REPORT-FS                  PIC X(02).
002000        01  WS-LETTER-FS                  PIC X(02).
002010        01  WS-EXCP-FS                    PIC X(02).
002020        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
002030        01  WS-INST-EOF                   PIC X(03) VALUE "NO".
002040        01  WS-REQ-EOF                    PIC X(03) VALUE "NO".
002050        01  WS-ADDR-EOF                   PIC X(03) VALUE "NO".
002060        01  WS-TMPL-EOF                   PIC X(03) VALUE "NO".
002070        01  WS-SORT-EOF                   PIC X(03) VALUE "NO".
002080        01  WS-REG-DONE                   PIC X(03) VALUE "NO".
002090        01  WS-DEMO-AVAIL                 PIC X(03) VALUE "YES".
002100        01  WS-TEACHES                    PIC X(03) VALUE "NO".
002110        01  WS-FIRST-FAMILY               PIC X(03) VALUE "YES".
002120        01  WS-PARM-CARD                  PIC X(80).
002130        01  WS-LETTER-CODE                PIC X(03).
002140        01  WS-CONF-DATE                  PIC 9(08).
002150        01  WS-CONF-DATE-X REDEFINES WS-CONF-DATE.
002160            05  WS-CD-YEAR                PIC X(04).
002170            05  WS-CD-MONTH               PIC X(02).
002180            05  WS-CD-DAY                 PIC X(02).
002190        01  WS-DATE-TEXT                  PIC X(10).
002200        01  WS-START-TIME                 PIC 9(04).
002210        01  WS-START-TIME-X REDEFINES WS-START-TIME.
002220            05  WS-ST-HH                  PIC 9(02).
002230            05  WS-ST-MM                  PIC 9(02).
002240        01  WS-SLOT-LEN                   PIC 9(02).
002250        01  WS-SLOT-COUNT                 PIC 9(02).
002260        01  WS-TERM-CODE                  PIC X(05).
002270        01  WS-MINUTES                    PIC 9(05).
002280        01  WS-HOURS                      PIC 9(03).
002290        01  WS-REQ-SEQ                    PIC 9(06) VALUE 0.
002300        01  WS-REQ-COUNT                  PIC 9(06) VALUE 0.
002310        01  WS-BOOK-COUNT                 PIC 9(06) VALUE 0.
002320        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
002330        01  WS-FAMILY-COUNT               PIC 9(06) VALUE 0.
002340        01  WS-LETTER-COUNT               PIC 9(06) VALUE 0.
002350        01  WS-BADADDR-SKIP-COUNT         PIC 9(06) VALUE 0.
002360        01  WS-REJECT-REASON              PIC X(40).
002370        01  WS-STUD-NAME                  PIC X(30).
002380       * SLOT START TIMES (HHMM) FOR THE EVENING.
002390        01  WS-SLOT-TIMES.
002400            05  WS-SLOT-TIME              PIC 9(04) OCCURS 24 TIMES.
002410        01  WS-TIME-WORK                  PIC 9(04).
002420        01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
002430            05  WS-TW-HH                  PIC 9(02).
002440            05  WS-TW-MM                  PIC 9(02).
002450        01  WS-TIME-TEXT.
002460            05  WS-TT-HH                  PIC 9(02).
002470            05  FILLER                    PIC X(01) VALUE ":".
002480            05  WS-TT-MM                  PIC 9(02).
002490       * EVERY INSTRUCTOR'S SLOT GRID FOR THE EVENING.
002500        01  WS-INST-COUNT                 PIC 9(03) VALUE 0.
002510        01  WS-INST-TABLE.
002520            05  WS-IT-ENTRY               OCCURS 500 TIMES.
002530                10  WS-IT-INSTR-NO        PIC 9(05).
002540                10  WS-IT-NAME            PIC X(30).
002550                10  WS-IT-BOOKED          PIC 9(02).
002560                10  WS-IT-SLOT            OCCURS 24 TIMES.
002570                    15  WS-IT-FAMILY-ID   PIC X(06).
002580                    15  WS-IT-ENROLL-NO   PIC 9(06).
002590                    15  WS-IT-SNAME       PIC X(30).
002600        01  WS-IT-SUB                     PIC 9(03).
002610        01  WS-IT-FOUND                   PIC 9(03).
002620        01  WS-SL-SUB                     PIC 9(02).
002630        01  WS-SL-FOUND                   PIC 9(02).
002640       * THE CURRENT FAMILY'S BOOKINGS, IN SLOT ORDER BY CONSTRUCTION
002650       * OF THE BUSY FLAGS.
002660        01  WS-PREV-FAMILY                PIC X(06).
002670        01  WS-FAMILY-BUSY.
002680            05  WS-FB-BUSY                PIC X(01) OCCURS 24 TIMES.
002690        01  WS-FB-COUNT                   PIC 9(02) VALUE 0.
002700        01  WS-FB-FIRST-ENROLL            PIC 9(06).
002710        01  WS-FAMILY-APPTS.
002720            05  WS-FA-ENTRY               OCCURS 24 TIMES.
002730                10  WS-FA-IT-SUB          PIC 9(03).
002740                10  WS-FA-ENROLL-NO       PIC 9(06).
002750                10  WS-FA-SNAME           PIC X(30).
002760        01  WS-FA-SUB                     PIC 9(02).
002770       * MAILING ADDRESSES KEYED ON ENROLL NUMBER, CEXM993-STYLE.
002780        01  WS-ADDR-COUNT                 PIC 9(04) VALUE 0.
002790        01  WS-ADDR-TABLE.
002800            05  WS-AT-ENTRY               OCCURS 9999 TIMES.
002810                10  WS-AT-ENROLL-NO       PIC 9(06).
002820                10  WS-AT-STREET          PIC X(30).
002830                10  WS-AT-CITY            PIC X(20).
002840                10  WS-AT-BAD-FLAG        PIC X(01).
002850        01  WS-ADDR-SUB                   PIC 9(04).
002860        01  WS-ADDR-HIT                   PIC 9(04).
002870       * TEMPLATE LINES FOR THE CONFIRMATION LETTER, CEXM906-STYLE.
002880        01  WS-TMPL-COUNT                 PIC 9(02) VALUE 0.
002890        01  WS-TMPL-TABLE.
002900            05  WS-TMPL-ENTRY             OCCURS 60 TIMES.
002910                10  WS-TMPL-TEXT          PIC X(70).
002920        01  WS-TMPL-SUB                   PIC 9(02).
002930        01  WS-WORK-LINE                  PIC X(80).
002940        01  WS-BUILT-LINE                 PIC X(80).
002950        01  WS-TOKEN                      PIC X(06).
002960        01  WS-TOKEN-LEN                  PIC 9(01).
002970        01  WS-TOKEN-POS                  PIC 9(02).
002980        01  WS-TAIL-POS                   PIC 9(02).
002990        01  WS-TAIL-LEN                   PIC 9(02).
003000        01  WS-BUILD-PTR                  PIC 9(03).
003010        01  WS-SUB-VALUE                  PIC X(30).
003020        01  WS-GUARDIAN                   PIC X(30).
003030        01  WS-BORDER                     PIC X(66) VALUE ALL "*".
003040        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
003050        01  WS-APPT-HEAD.
003060            05 FILLER                     PIC X(04) VALUE SPACES.
003070            05 FILLER                     PIC X(07) VALUE "TIME".
003080            05 FILLER                     PIC X(31) VALUE "TEACHER".
003090            05 FILLER                     PIC X(38) VALUE "ABOUT".
003100        01  WS-APPT-LINE.
003110            05 FILLER                     PIC X(04) VALUE SPACES.
003120            05 WS-AL-TIME                 PIC X(05).
003130            05 FILLER                     PIC X(02) VALUE SPACES.
003140            05 WS-AL-TEACHER              PIC X(30).
003150            05 FILLER                     PIC X(01) VALUE SPACES.
003160            05 WS-AL-SNAME                PIC X(30).
003170            05 FILLER                     PIC X(08) VALUE SPACES.
003180        01  WS-TITLE-LINE.
003190            05 FILLER                     PIC X(38)
003200                      VALUE "PARENT-TEACHER CONFERENCE APPOINTMENTS".
003210            05 FILLER                     PIC X(04) VALUE " -  ".
003220            05 WS-TL-DATE                 PIC X(10).
003230            05 FILLER                     PIC X(28) VALUE SPACES.
003240        01  WS-TEACHER-LINE.
003250            05 FILLER                     PIC X(09) VALUE "TEACHER: ".
003260            05 WS-TH-INSTR-NO             PIC 9(05).
003270            05 FILLER                     PIC X(02) VALUE SPACES.
003280            05 WS-TH-NAME                 PIC X(30).
003290            05 FILLER                     PIC X(34) VALUE SPACES.
003300        01  WS-SLOT-LINE.
003310            05 FILLER                     PIC X(02) VALUE SPACES.
003320            05 WS-SD-TIME                 PIC X(05).
003330            05 FILLER                     PIC X(02) VALUE SPACES.
003340            05 WS-SD-FAMILY-ID            PIC X(06).
003350            05 FILLER                     PIC X(02) VALUE SPACES.
003360            05 WS-SD-ENROLL-NO            PIC X(06).
003370            05 FILLER                     PIC X(02) VALUE SPACES.
003380            05 WS-SD-SNAME                PIC X(30).
003390            05 FILLER                     PIC X(25) VALUE SPACES.
003400        01  WS-EXCP-LINE.
003410            05 FILLER                     PIC X(08) VALUE "FAMILY  ".
003420            05 WS-EL-FAMILY-ID            PIC X(06).
003430            05 FILLER                     PIC X(02) VALUE SPACES.
003440            05 WS-EL-ENROLL-NO            PIC 9(06).
003450            05 FILLER                     PIC X(02) VALUE SPACES.
003460            05 WS-EL-INSTR-NO             PIC 9(05).
003470            05 FILLER                     PIC X(02) VALUE SPACES.
003480            05 WS-EL-REASON               PIC X(40).
003490            05 FILLER                     PIC X(09) VALUE SPACES.
003500        01  WS-TRAILER.
003510            05 FILLER                     PIC X(10) VALUE "REQUESTS: ".
003520            05 WS-TR-REQUESTS             PIC ZZZ,ZZ9.
003530            05 FILLER                     PIC X(10) VALUE "  BOOKED: ".
003540            05 WS-TR-BOOKED               PIC ZZZ,ZZ9.
003550            05 FILLER                     PIC X(12)
003560                                          VALUE "  REJECTED: ".
003570            05 WS-TR-REJECTED             PIC ZZZ,ZZ9.
003580            05 FILLER                     PIC X(12)
003590                                          VALUE "  FAMILIES: ".
003600            05 WS-TR-FAMILIES             PIC ZZZ,ZZ9.
003610            05 FILLER                     PIC X(08) VALUE SPACES.
003620        COPY SPGM0901L.
003630        COPY SPGM0905L.
003640        COPY SPGMABNL.
003650        PROCEDURE DIVISION.
003660       ******************************************************************
003670       * MAIN PROGRAM FLOW.
003680       ******************************************************************
003690        00000-MAIN-PARA.
003700            PERFORM 05000-ACCEPT-PARA.
003710            IF  WS-ERROR-FLAG              NOT = "YES"
003720                PERFORM 10000-INITIALIZE-PARA
003730            END-IF.
003740            IF  WS-ERROR-FLAG              NOT = "YES"
003750                PERFORM 12000-LOAD-INST-PARA
003760                    UNTIL WS-INST-EOF      = "YES"
003770                PERFORM 14000-LOAD-ADDR-PARA
003780                    UNTIL WS-ADDR-EOF      = "YES"
003790                PERFORM 16000-LOAD-TMPL-PARA
003800                    UNTIL WS-TMPL-EOF      = "YES"
003810            END-IF.
003820            IF  WS-ERROR-FLAG              NOT = "YES"
003830                SORT SORT-FILE
003840                    ON ASCENDING KEY SR-FAMILY-ID
003850                    ON ASCENDING KEY SR-SEQ-NO
003860                    INPUT PROCEDURE IS 20000-READ-REQ-PARA
003870                    OUTPUT PROCEDURE IS 22000-BOOK-PARA
003880                PERFORM 28000-TEACHER-LIST-PARA
003890                    VARYING WS-IT-SUB FROM 1 BY 1
003900                    UNTIL WS-IT-SUB        > WS-INST-COUNT
003910                MOVE WS-REQ-COUNT          TO WS-TR-REQUESTS
003920                MOVE WS-BOOK-COUNT         TO WS-TR-BOOKED
003930                MOVE WS-REJECT-COUNT       TO WS-TR-REJECTED
003940                MOVE WS-FAMILY-COUNT       TO WS-TR-FAMILIES
003950                MOVE WS-HEADER1            TO RS-REPORT-REC
003960                WRITE RS-REPORT-REC
003970                MOVE WS-TRAILER            TO RS-REPORT-REC
003980                WRITE RS-REPORT-REC
003990            END-IF.
004000            PERFORM 30000-CLOSE-PARA.
004010            STOP RUN.
004020       ******************************************************************
004030       * ACCEPT THE LETTER CODE AND THE DATE/START/SLOTLEN/SLOTS/TERM
004040       * CONTROL CARDS, THEN WORK OUT THE EVENING'S SLOT TIMES.
004050       ******************************************************************
004060        05000-ACCEPT-PARA.
004070            ACCEPT WS-LETTER-CODE.
004080            MOVE SPACES                    TO WS-PARM-CARD.
004090            ACCEPT WS-PARM-CARD.
004100            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004110            MOVE "DATE"                    TO LK-PA-KEYWORD.
004120            SET LK-PA-NUMERIC              TO TRUE.
004130            MOVE 19000101                  TO LK-PA-MIN-VALUE.
004140            MOVE 20991231                  TO LK-PA-MAX-VALUE.
004150            MOVE SPACES                    TO LK-PA-DEFAULT.
004160            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004170            IF  LK-PA-BAD
004180                OR LK-PA-DEFAULTED
004190                DISPLAY "BAD OR MISSING DATE= CARD - RUN REFUSED."
004200                MOVE 16                    TO RETURN-CODE
004210                MOVE "YES"                 TO WS-ERROR-FLAG
004220            ELSE
004230                MOVE LK-PA-NUM-VALUE       TO WS-CONF-DATE
004240            END-IF.
004250            MOVE SPACES                    TO WS-PARM-CARD.
004260            ACCEPT WS-PARM-CARD.
004270            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004280            MOVE "START"                   TO LK-PA-KEYWORD.
004290            SET LK-PA-NUMERIC              TO TRUE.
004300            MOVE 0                         TO LK-PA-MIN-VALUE.
004310            MOVE 2359                      TO LK-PA-MAX-VALUE.
004320            MOVE "1800"                    TO LK-PA-DEFAULT.
004330            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004340            IF  LK-PA-BAD
004350                DISPLAY "BAD START= CARD - RUN REFUSED."
004360                MOVE 16                    TO RETURN-CODE
004370                MOVE "YES"                 TO WS-ERROR-FLAG
004380            ELSE
004390                MOVE LK-PA-NUM-VALUE       TO WS-START-TIME
004400            END-IF.
004410            MOVE SPACES                    TO WS-PARM-CARD.
004420            ACCEPT WS-PARM-CARD.
004430            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004440            MOVE "SLOTLEN"                 TO LK-PA-KEYWORD.
004450            SET LK-PA-NUMERIC              TO TRUE.
004460            MOVE 5                         TO LK-PA-MIN-VALUE.
004470            MOVE 60                        TO LK-PA-MAX-VALUE.
004480            MOVE "15"                      TO LK-PA-DEFAULT.
004490            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004500            IF  LK-PA-BAD
004510                DISPLAY "BAD SLOTLEN= CARD - RUN REFUSED."
004520                MOVE 16                    TO RETURN-CODE
004530                MOVE "YES"                 TO WS-ERROR-FLAG
004540            ELSE
004550                MOVE LK-PA-NUM-VALUE       TO WS-SLOT-LEN
004560            END-IF.
004570            MOVE SPACES                    TO WS-PARM-CARD.
004580            ACCEPT WS-PARM-CARD.
004590            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004600            MOVE "SLOTS"                   TO LK-PA-KEYWORD.
004610            SET LK-PA-NUMERIC              TO TRUE.
004620            MOVE 1                         TO LK-PA-MIN-VALUE.
004630            MOVE 24                        TO LK-PA-MAX-VALUE.
004640            MOVE "12"                      TO LK-PA-DEFAULT.
004650            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004660            IF  LK-PA-BAD
004670                DISPLAY "BAD SLOTS= CARD - RUN REFUSED."
004680                MOVE 16                    TO RETURN-CODE
004690                MOVE "YES"                 TO WS-ERROR-FLAG
004700            ELSE
004710                MOVE LK-PA-NUM-VALUE       TO WS-SLOT-COUNT
004720            END-IF.
004730            MOVE SPACES                    TO WS-PARM-CARD.
004740            ACCEPT WS-PARM-CARD.
004750            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004760            MOVE "TERM"                    TO LK-PA-KEYWORD.
004770            SET LK-PA-ALPHA                TO TRUE.
004780            MOVE 0                         TO LK-PA-MIN-VALUE.
004790            MOVE 0                         TO LK-PA-MAX-VALUE.
004800            MOVE SPACES                    TO LK-PA-DEFAULT.
004810            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004820            IF  LK-PA-BAD
004830                DISPLAY "BAD TERM= CARD - RUN REFUSED."
004840                MOVE 16                    TO RETURN-CODE
004850                MOVE "YES"                 TO WS-ERROR-FLAG
004860            ELSE
004870                MOVE LK-PA-VALUE(1:5)      TO WS-TERM-CODE
004880            END-IF.
004890            IF  WS-ERROR-FLAG              NOT = "YES"
004900                IF  WS-ST-MM               > 59
004910                    DISPLAY "START= MINUTES OVER 59 - RUN REFUSED."
004920                    MOVE 16                TO RETURN-CODE
004930                    MOVE "YES"             TO WS-ERROR-FLAG
004940                ELSE
004950                    COMPUTE WS-MINUTES = WS-ST-HH * 60 + WS-ST-MM
004960                        + WS-SLOT-LEN * WS-SLOT-COUNT
004970                    IF  WS-MINUTES         > 1440
004980                        DISPLAY "SLOTS RUN PAST MIDNIGHT - RUN REFUSED."
004990                        MOVE 16            TO RETURN-CODE
005000                        MOVE "YES"         TO WS-ERROR-FLAG
005010                    ELSE
005020                        PERFORM 05500-SLOT-TIME-PARA
005030                            VARYING WS-SL-SUB FROM 1 BY 1
005040                            UNTIL WS-SL-SUB > WS-SLOT-COUNT
005050                    END-IF
005060                END-IF
005070            END-IF.
005080            MOVE WS-CD-MONTH               TO WS-DATE-TEXT(1:2).
005090            MOVE "/"                       TO WS-DATE-TEXT(3:1).
005100            MOVE WS-CD-DAY                 TO WS-DATE-TEXT(4:2).
005110            MOVE "/"                       TO WS-DATE-TEXT(6:1).
005120            MOVE WS-CD-YEAR                TO WS-DATE-TEXT(7:4).
005130        05500-SLOT-TIME-PARA.
005140            COMPUTE WS-MINUTES = WS-ST-HH * 60 + WS-ST-MM
005150                + WS-SLOT-LEN * (WS-SL-SUB - 1).
005160            DIVIDE WS-MINUTES BY 60 GIVING WS-HOURS
005170                REMAINDER WS-TW-MM.
005180            MOVE WS-HOURS                  TO WS-TW-HH.
005190            MOVE WS-TIME-WORK              TO WS-SLOT-TIME(WS-SL-SUB).
005200       ******************************************************************
005210       * OPEN ALL FILES. A MISSING DEMOFILE ONLY MEANS THE LETTERS ARE
005220       * ADDRESSED TO THE FAMILY OF THE STUDENT.
005230       ******************************************************************
005240        10000-INITIALIZE-PARA.
005250            OPEN INPUT INST-FILE.
005260            IF WS-INST-FS                 NOT = "00"
005270               DISPLAY "INSTFILE ACCESS ERROR."
005280               MOVE "CEXM1035"            TO LK-PGM-ID
005290               MOVE "INSTFILE"            TO LK-FILE-ID
005300               MOVE WS-INST-FS            TO LK-FILE-STATUS
005310               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005320               IF  LK-ABEND-YES
005330                   MOVE 16                TO RETURN-CODE
005340                   MOVE "YES"             TO WS-ERROR-FLAG
005350               END-IF
005360            END-IF.
005370            OPEN INPUT REQ-FILE.
005380            IF WS-REQ-FS                  NOT = "00"
005390               DISPLAY "CONFREQ ACCESS ERROR."
005400               MOVE "CEXM1035"            TO LK-PGM-ID
005410               MOVE "CONFREQ"             TO LK-FILE-ID
005420               MOVE WS-REQ-FS             TO LK-FILE-STATUS
005430               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005440               IF  LK-ABEND-YES
005450                   MOVE 16                TO RETURN-CODE
005460                   MOVE "YES"             TO WS-ERROR-FLAG
005470               END-IF
005480            END-IF.
005490            OPEN INPUT REG-FILE.
005500            IF WS-REG-FS                  NOT = "00"
005510               DISPLAY "REGFILE ACCESS ERROR."
005520               MOVE "CEXM1035"            TO LK-PGM-ID
005530               MOVE "REGFILE"             TO LK-FILE-ID
005540               MOVE WS-REG-FS             TO LK-FILE-STATUS
005550               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005560               IF  LK-ABEND-YES
005570                   MOVE 16                TO RETURN-CODE
005580                   MOVE "YES"             TO WS-ERROR-FLAG
005590               END-IF
005600            END-IF.
005610            OPEN INPUT SECT-FILE.
005620            IF WS-SECT-FS                 NOT = "00"
005630               DISPLAY "SECTFILE ACCESS ERROR."
005640               MOVE "CEXM1035"            TO LK-PGM-ID
005650               MOVE "SECTFILE"            TO LK-FILE-ID
005660               MOVE WS-SECT-FS            TO LK-FILE-STATUS
005670               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005680               IF  LK-ABEND-YES
005690                   MOVE 16                TO RETURN-CODE
005700                   MOVE "YES"             TO WS-ERROR-FLAG
005710               END-IF
005720            END-IF.
005730            OPEN INPUT DEMO-FILE.
005740            IF WS-DEMO-FS                 = "35"
005750               MOVE "NO"                  TO WS-DEMO-AVAIL
005760            ELSE
005770               IF WS-DEMO-FS              NOT = "00"
005780                  DISPLAY "DEMOFILE ACCESS ERROR."
005790                  MOVE "CEXM1035"         TO LK-PGM-ID
005800                  MOVE "DEMOFILE"         TO LK-FILE-ID
005810                  MOVE WS-DEMO-FS         TO LK-FILE-STATUS
005820                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
005830                  IF  LK-ABEND-YES
005840                      MOVE 16             TO RETURN-CODE
005850                      MOVE "YES"          TO WS-ERROR-FLAG
005860                  END-IF
005870               END-IF
005880            END-IF.
005890            OPEN INPUT ADDR-FILE.
005900            IF WS-ADDR-FS                 NOT = "00"
005910               DISPLAY "ADDRFILE ACCESS ERROR."
005920               MOVE "CEXM1035"            TO LK-PGM-ID
005930               MOVE "ADDFILE"             TO LK-FILE-ID
005940               MOVE WS-ADDR-FS            TO LK-FILE-STATUS
005950               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005960               IF  LK-ABEND-YES
005970                   MOVE 16                TO RETURN-CODE
005980                   MOVE "YES"             TO WS-ERROR-FLAG
005990               END-IF
006000            END-IF.
006010            OPEN INPUT TMPL-FILE.
006020            IF WS-TMPL-FS                 NOT = "00"
006030               DISPLAY "LTRTMPL ACCESS ERROR."
006040               MOVE "CEXM1035"            TO LK-PGM-ID
006050               MOVE "LTRTMPL"             TO LK-FILE-ID
006060               MOVE WS-TMPL-FS            TO LK-FILE-STATUS
006070               CALL 'SPGMABND'            USING LK-ABEND-PARMS
006080               IF  LK-ABEND-YES
006090                   MOVE 16                TO RETURN-CODE
006100                   MOVE "YES"             TO WS-ERROR-FLAG
006110               END-IF
006120            END-IF.
006130            OPEN OUTPUT SLOT-FILE.
006140            IF WS-SLOT-FS                 NOT = "00"
006150               DISPLAY "CONFSLOT ACCESS ERROR."
006160               MOVE "CEXM1035"            TO LK-PGM-ID
006170               MOVE "CONFSLOT"            TO LK-FILE-ID
006180               MOVE WS-SLOT-FS            TO LK-FILE-STATUS
006190               CALL 'SPGMABND'            USING LK-ABEND-PARMS
006200               IF  LK-ABEND-YES
006210                   MOVE 16                TO RETURN-CODE
006220                   MOVE "YES"             TO WS-ERROR-FLAG
006230               END-IF
006240            END-IF.
006250            OPEN OUTPUT REPORT-FILE.
006260            IF WS-REPORT-FS               NOT = "00"
006270               DISPLAY "CONFRPT ACCESS ERROR."
006280               MOVE "CEXM1035"            TO LK-PGM-ID
006290               MOVE "CONFRPT"             TO LK-FILE-ID
006300               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
006310               CALL 'SPGMABND'            USING LK-ABEND-PARMS
006320               IF  LK-ABEND-YES
006330                   MOVE 16                TO RETURN-CODE
006340                   MOVE "YES"             TO WS-ERROR-FLAG
006350               END-IF
006360            ELSE
006370               MOVE WS-DATE-TEXT          TO WS-TL-DATE
006380               MOVE WS-HEADER1            TO RS-REPORT-REC
006390               WRITE RS-REPORT-REC
006400               MOVE WS-TITLE-LINE         TO RS-REPORT-REC
006410               WRITE RS-REPORT-REC
006420            END-IF.
006430            OPEN OUTPUT LETTER-FILE.
006440            IF WS-LETTER-FS               NOT = "00"
006450               DISPLAY "CONFLTRS ACCESS ERROR."
006460               MOVE "CEXM1035"            TO LK-PGM-ID
006470               MOVE "CONFLTRS"            TO LK-FILE-ID
006480               MOVE WS-LETTER-FS          TO LK-FILE-STATUS
006490               CALL 'SPGMABND'            USING LK-ABEND-PARMS
006500               IF  LK-ABEND-YES
006510                   MOVE 16                TO RETURN-CODE
006520                   MOVE "YES"             TO WS-ERROR-FLAG
006530               END-IF
006540            END-IF.
006550            OPEN OUTPUT EXCEPTION-FILE.
006560            IF WS-EXCP-FS                 NOT = "00"
006570               DISPLAY "CONFEXCP ACCESS ERROR."
006580               MOVE "CEXM1035"            TO LK-PGM-ID
006590               MOVE "CONFEXCP"            TO LK-FILE-ID
006600               MOVE WS-EXCP-FS            TO LK-FILE-STATUS
006610               CALL 'SPGMABND'            USING LK-ABEND-PARMS
006620               IF  LK-ABEND-YES
006630                   MOVE 16                TO RETURN-CODE
006640                   MOVE "YES"             TO WS-ERROR-FLAG
006650               END-IF
006660            END-IF.
006670       ******************************************************************
006680       * ONE SLOT GRID PER INSTRUCTOR, ALL SLOTS OPEN.
006690       ******************************************************************
006700        12000-LOAD-INST-PARA.
006710            READ INST-FILE
006720            AT END
006730                MOVE "YES"                 TO WS-INST-EOF
006740            NOT AT END
006750                IF  WS-INST-COUNT          = 500
006760                    DISPLAY "INSTRUCTOR TABLE FULL AT 500 - "
006770                        IN-INSTR-NO " HAS NO SLOTS."
006780                ELSE
006790                    ADD 1                  TO WS-INST-COUNT
006800                    MOVE IN-INSTR-NO  TO WS-IT-INSTR-NO(WS-INST-COUNT)
006810                    MOVE IN-INSTR-NAME TO WS-IT-NAME(WS-INST-COUNT)
006820                    MOVE 0            TO WS-IT-BOOKED(WS-INST-COUNT)
006830                    PERFORM 12200-CLEAR-SLOT-PARA
006840                        VARYING WS-SL-SUB FROM 1 BY 1
006850                        UNTIL WS-SL-SUB    > 24
006860                END-IF
006870            END-READ.
006880        12200-CLEAR-SLOT-PARA.
006890            MOVE SPACES   TO WS-IT-FAMILY-ID(WS-INST-COUNT, WS-SL-SUB).
006900            MOVE 0        TO WS-IT-ENROLL-NO(WS-INST-COUNT, WS-SL-SUB).
006910            MOVE SPACES   TO WS-IT-SNAME(WS-INST-COUNT, WS-SL-SUB).
006920       ******************************************************************
006930       * LOAD THE MAILING ADDRESSES.
006940       ******************************************************************
006950        14000-LOAD-ADDR-PARA.
006960            READ ADDR-FILE
006970            AT END
006980                MOVE "YES"                 TO WS-ADDR-EOF
006990            NOT AT END
007000                IF  WS-ADDR-COUNT          = 9999
007010                    DISPLAY "ADDRESS TABLE FULL AT 9999."
007020                ELSE
007030                    ADD 1                  TO WS-ADDR-COUNT
007040                    MOVE AS-ENROLL-NO
007050                        TO WS-AT-ENROLL-NO(WS-ADDR-COUNT)
007060                    MOVE AS-STREET
007070                        TO WS-AT-STREET(WS-ADDR-COUNT)
007080                    MOVE AS-CITY
007090                        TO WS-AT-CITY(WS-ADDR-COUNT)
007100                    MOVE AS-BAD-ADDR-FLAG
007110                        TO WS-AT-BAD-FLAG(WS-ADDR-COUNT)
007120                END-IF
007130            END-READ.
007140       ******************************************************************
007150       * LOAD THE BASE-LANGUAGE TEMPLATE LINES FOR THE LETTER CODE.
007160       ******************************************************************
007170        16000-LOAD-TMPL-PARA.
007180            READ TMPL-FILE
007190            AT END
007200                MOVE "YES"                 TO WS-TMPL-EOF
007210                IF  WS-TMPL-COUNT          = 0
007220                    DISPLAY "NO LTRTMPL LINES FOR CODE "
007230                        WS-LETTER-CODE " - RUN REFUSED."
007240                    MOVE 16                TO RETURN-CODE
007250                    MOVE "YES"             TO WS-ERROR-FLAG
007260                END-IF
007270            NOT AT END
007280                IF  TL-LETTER-CODE         = WS-LETTER-CODE
007290                    AND TL-LANG-CODE       = SPACES
007300                    IF  WS-TMPL-COUNT      = 60
007310                        DISPLAY "TEMPLATE TABLE FULL AT 60 LINES."
007320                    ELSE
007330                        ADD 1              TO WS-TMPL-COUNT
007340                        MOVE TL-TEXT
007350                            TO WS-TMPL-TEXT(WS-TMPL-COUNT)
007360                    END-IF
007370                END-IF
007380            END-READ.
007390       ******************************************************************
007400       * INPUT PROCEDURE: RELEASE EVERY REQUEST WITH ITS FILE ORDER SO
007410       * A FAMILY'S OWN ORDER OF PREFERENCE IS KEPT.
007420       ******************************************************************
007430        20000-READ-REQ-PARA.
007440            PERFORM 21000-ONE-REQ-PARA
007450                UNTIL WS-REQ-EOF           = "YES".
007460        21000-ONE-REQ-PARA.
007470            READ REQ-FILE
007480            AT END
007490                MOVE "YES"                 TO WS-REQ-EOF
007500            NOT AT END
007510                ADD 1                      TO WS-REQ-SEQ
007520                MOVE CQ-FAMILY-ID          TO SR-FAMILY-ID
007530                MOVE WS-REQ-SEQ            TO SR-SEQ-NO
007540                MOVE CQ-ENROLL-NO          TO SR-ENROLL-NO
007550                MOVE CQ-INSTR-NO           TO SR-INSTR-NO
007560                RELEASE SR-SORT-REC
007570            END-READ.
007580       ******************************************************************
007590       * OUTPUT PROCEDURE: BOOK THE REQUESTS FAMILY BY FAMILY, WRITING
007600       * EACH FAMILY'S LETTER WHEN ITS LAST REQUEST IS BOOKED.
007610       ******************************************************************
007620        22000-BOOK-PARA.
007630            PERFORM 22200-ONE-RETURN-PARA
007640                UNTIL WS-SORT-EOF          = "YES".
007650            IF  WS-FIRST-FAMILY            = "NO"
007660                PERFORM 25000-FAMILY-LETTER-PARA
007670            END-IF.
007680        22200-ONE-RETURN-PARA.
007690            RETURN SORT-FILE
007700            AT END
007710                MOVE "YES"                 TO WS-SORT-EOF
007720            NOT AT END
007730                IF  WS-FIRST-FAMILY        = "YES"
007740                    OR SR-FAMILY-ID        NOT = WS-PREV-FAMILY
007750                    IF  WS-FIRST-FAMILY    = "NO"
007760                        PERFORM 25000-FAMILY-LETTER-PARA
007770                    END-IF
007780                    MOVE "NO"              TO WS-FIRST-FAMILY
007790                    MOVE SR-FAMILY-ID      TO WS-PREV-FAMILY
007800                    MOVE SPACES            TO WS-FAMILY-BUSY
007810                    MOVE 0                 TO WS-FB-COUNT
007820                    ADD 1                  TO WS-FAMILY-COUNT
007830                END-IF
007840                ADD 1                      TO WS-REQ-COUNT
007850                PERFORM 23000-ONE-REQUEST-PARA
007860            END-RETURN.
007870       ******************************************************************
007880       * VALIDATE ONE REQUEST AND BOOK IT INTO THE TEACHER'S FIRST SLOT
007890       * THAT IS FREE FOR BOTH THE TEACHER AND THE FAMILY.
007900       ******************************************************************
007910        23000-ONE-REQUEST-PARA.
007920            MOVE SPACES                    TO WS-REJECT-REASON.
007930            MOVE SR-ENROLL-NO              TO LK-ENROLL-NO.
007940            MOVE SPACE                     TO LK-CHECK-FLAG.
007950            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
007960            IF  LK-NOT-FOUND
007970                MOVE "STUDENT NOT ON STUDFILE" TO WS-REJECT-REASON
007980            ELSE
007990                MOVE LK-SNAME              TO WS-STUD-NAME
008000                MOVE 0                     TO WS-IT-FOUND
008010                PERFORM 23200-FIND-INST-PARA
008020                    VARYING WS-IT-SUB FROM 1 BY 1
008030                    UNTIL WS-IT-SUB        > WS-INST-COUNT
008040                    OR WS-IT-FOUND         NOT = 0
008050                IF  WS-IT-FOUND            = 0
008060                    MOVE "INSTRUCTOR NOT ON INSTFILE"
008070                                           TO WS-REJECT-REASON
008080                ELSE
008090                    PERFORM 23400-TEACHES-PARA
008100                    IF  WS-TEACHES         = "NO"
008110                        MOVE "INSTRUCTOR DOES NOT TEACH THE STUDENT"
008120                                           TO WS-REJECT-REASON
008130                    ELSE
008140                        PERFORM 23600-FIND-SLOT-PARA
008150                    END-IF
008160                END-IF
008170            END-IF.
008180            IF  WS-REJECT-REASON           NOT = SPACES
008190                PERFORM 27000-REJECT-PARA
008200            END-IF.
008210        23200-FIND-INST-PARA.
008220            IF  WS-IT-INSTR-NO(WS-IT-SUB)  = SR-INSTR-NO
008230                MOVE WS-IT-SUB             TO WS-IT-FOUND
008240            END-IF.
008250       ******************************************************************
008260       * DOES THE INSTRUCTOR TEACH A SECTION THE STUDENT IS REGISTERED
008270       * IN? WALK THE STUDENT'S REGFILE REGISTRATIONS AND LOOK UP EACH
008280       * SECTION ON SECTFILE.
008290       ******************************************************************
008300        23400-TEACHES-PARA.
008310            MOVE "NO"                      TO WS-TEACHES.
008320            MOVE "NO"                      TO WS-REG-DONE.
008330            MOVE SR-ENROLL-NO              TO RG-ENROLL-NO.
008340            MOVE LOW-VALUES                TO RG-COURSE-CODE.
008350            START REG-FILE KEY IS >= RG-REG-KEY
008360                INVALID KEY
008370                    MOVE "YES"             TO WS-REG-DONE
008380            END-START.
008390            PERFORM 23500-ONE-REG-PARA
008400                UNTIL WS-REG-DONE          = "YES"
008410                OR WS-TEACHES              = "YES".
008420        23500-ONE-REG-PARA.
008430            READ REG-FILE NEXT
008440            AT END
008450                MOVE "YES"                 TO WS-REG-DONE
008460            NOT AT END
008470                IF  RG-ENROLL-NO           NOT = SR-ENROLL-NO
008480                    MOVE "YES"             TO WS-REG-DONE
008490                ELSE
008500                    IF  WS-TERM-CODE       = SPACES
008510                        OR RG-TERM-CODE    = WS-TERM-CODE
008520                        MOVE RG-COURSE-CODE TO SE-COURSE-CODE
008530                        MOVE RG-SECTION    TO SE-SECT-NO
008540                        READ SECT-FILE
008550                            NOT INVALID KEY
008560                                IF  SE-INSTR-NO = SR-INSTR-NO
008570                                    MOVE "YES" TO WS-TEACHES
008580                                END-IF
008590                        END-READ
008600                    END-IF
008610                END-IF
008620            END-READ.
008630       ******************************************************************
008640       * FIRST SLOT FREE FOR THE TEACHER IN WHICH THE FAMILY IS NOT
008650       * ALREADY BOOKED ELSEWHERE.
008660       ******************************************************************
008670        23600-FIND-SLOT-PARA.
008680            MOVE 0                         TO WS-SL-FOUND.
008690            PERFORM 23700-CHECK-SLOT-PARA
008700                VARYING WS-SL-SUB FROM 1 BY 1
008710                UNTIL WS-SL-SUB            > WS-SLOT-COUNT
008720                OR WS-SL-FOUND             NOT = 0.
008730            IF  WS-SL-FOUND                = 0
008740                MOVE "NO FREE SLOT FOR THIS FAMILY AND TEACHER"
008750                                           TO WS-REJECT-REASON
008760            ELSE
008770                PERFORM 24000-BOOK-SLOT-PARA
008780            END-IF.
008790        23700-CHECK-SLOT-PARA.
008800            IF  WS-IT-FAMILY-ID(WS-IT-FOUND, WS-SL-SUB) = SPACES
008810                AND WS-FB-BUSY(WS-SL-SUB)  NOT = "Y"
008820                MOVE WS-SL-SUB             TO WS-SL-FOUND
008830            END-IF.
008840       ******************************************************************
008850       * BOOK THE SLOT ON THE TEACHER'S GRID AND THE FAMILY'S LIST.
008860       ******************************************************************
008870        24000-BOOK-SLOT-PARA.
008880            MOVE SR-FAMILY-ID
008890                TO WS-IT-FAMILY-ID(WS-IT-FOUND, WS-SL-FOUND).
008900            MOVE SR-ENROLL-NO
008910                TO WS-IT-ENROLL-NO(WS-IT-FOUND, WS-SL-FOUND).
008920            MOVE WS-STUD-NAME
008930                TO WS-IT-SNAME(WS-IT-FOUND, WS-SL-FOUND).
008940            ADD 1                          TO WS-IT-BOOKED(WS-IT-FOUND).
008950            MOVE "Y"                       TO WS-FB-BUSY(WS-SL-FOUND).
008960            MOVE WS-IT-FOUND               TO WS-FA-IT-SUB(WS-SL-FOUND).
008970            MOVE SR-ENROLL-NO          TO WS-FA-ENROLL-NO(WS-SL-FOUND).
008980            MOVE WS-STUD-NAME              TO WS-FA-SNAME(WS-SL-FOUND).
008990            IF  WS-FB-COUNT                = 0
009000                MOVE SR-ENROLL-NO          TO WS-FB-FIRST-ENROLL
009010            END-IF.
009020            ADD 1                          TO WS-FB-COUNT.
009030            ADD 1                          TO WS-BOOK-COUNT.
009040       ******************************************************************
009050       * ONE CONFIRMATION LETTER FOR THE FAMILY JUST FINISHED, SENT TO
009060       * THE ADDRESS OF THE FIRST CHILD BOOKED.
009070       ******************************************************************
009080        25000-FAMILY-LETTER-PARA.
009090            IF  WS-FB-COUNT                > 0
009100                MOVE 0                     TO WS-ADDR-HIT
009110                PERFORM 25200-FIND-ADDR-PARA
009120                    VARYING WS-ADDR-SUB FROM 1 BY 1
009130                    UNTIL WS-ADDR-SUB      > WS-ADDR-COUNT
009140                    OR WS-ADDR-HIT         NOT = 0
009150                EVALUATE TRUE
009160                    WHEN WS-ADDR-HIT       = 0
009170                        DISPLAY "NO ADDRESS ON FILE FOR "
009180                            WS-FB-FIRST-ENROLL
009190                    WHEN WS-AT-BAD-FLAG(WS-ADDR-HIT) = "B"
009200                        ADD 1              TO WS-BADADDR-SKIP-COUNT
009210                    WHEN OTHER
009220                        PERFORM 26000-PRINT-LETTER-PARA
009230                END-EVALUATE
009240            END-IF.
009250        25200-FIND-ADDR-PARA.
009260            IF  WS-AT-ENROLL-NO(WS-ADDR-SUB) = WS-FB-FIRST-ENROLL
009270                MOVE WS-ADDR-SUB           TO WS-ADDR-HIT
009280            END-IF.
009290       ******************************************************************
009300       * PRINT THE BORDERED LETTER: TEMPLATE BODY, THEN THE FAMILY'S
009310       * APPOINTMENTS IN TIME ORDER.
009320       ******************************************************************
009330        26000-PRINT-LETTER-PARA.
009340            MOVE SPACES                    TO WS-GUARDIAN.
009350            IF  WS-DEMO-AVAIL              = "YES"
009360                MOVE WS-FB-FIRST-ENROLL    TO DS-ENROLL-NO
009370                READ DEMO-FILE
009380                    NOT INVALID KEY
009390                        MOVE DS-GUARDIAN   TO WS-GUARDIAN
009400                END-READ
009410            END-IF.
009420            IF  WS-GUARDIAN                = SPACES
009430                MOVE "PARENT OR GUARDIAN"  TO WS-GUARDIAN
009440            END-IF.
009450            MOVE WS-BORDER                 TO LS-LETTER-REC.
009460            WRITE LS-LETTER-REC.
009470            PERFORM 26200-PRINT-TMPL-PARA
009480                VARYING WS-TMPL-SUB FROM 1 BY 1
009490                UNTIL WS-TMPL-SUB          > WS-TMPL-COUNT.
009500            MOVE SPACES                    TO LS-LETTER-REC.
009510            WRITE LS-LETTER-REC.
009520            MOVE WS-APPT-HEAD              TO LS-LETTER-REC.
009530            WRITE LS-LETTER-REC.
009540            PERFORM 26600-APPT-LINE-PARA
009550                VARYING WS-FA-SUB FROM 1 BY 1
009560                UNTIL WS-FA-SUB            > WS-SLOT-COUNT.
009570            MOVE WS-BORDER                 TO LS-LETTER-REC.
009580            WRITE LS-LETTER-REC.
009590            ADD 1                          TO WS-LETTER-COUNT.
009600       ******************************************************************
009610       * PRINT ONE TEMPLATE LINE WITH THE &NAME &ADDR &CITY &DATE
009620       * TOKENS RESOLVED.
009630       ******************************************************************
009640        26200-PRINT-TMPL-PARA.
009650            MOVE SPACES                    TO WS-WORK-LINE.
009660            MOVE WS-TMPL-TEXT(WS-TMPL-SUB) TO WS-WORK-LINE.
009670            MOVE "&NAME"                   TO WS-TOKEN.
009680            MOVE 5                         TO WS-TOKEN-LEN.
009690            MOVE WS-GUARDIAN               TO WS-SUB-VALUE.
009700            PERFORM 26400-APPLY-TOKEN-PARA.
009710            MOVE "&ADDR"                   TO WS-TOKEN.
009720            MOVE 5                         TO WS-TOKEN-LEN.
009730            MOVE WS-AT-STREET(WS-ADDR-HIT) TO WS-SUB-VALUE.
009740            PERFORM 26400-APPLY-TOKEN-PARA.
009750            MOVE "&CITY"                   TO WS-TOKEN.
009760            MOVE 5                         TO WS-TOKEN-LEN.
009770            MOVE WS-AT-CITY(WS-ADDR-HIT)   TO WS-SUB-VALUE.
009780            PERFORM 26400-APPLY-TOKEN-PARA.
009790            MOVE "&DATE"                   TO WS-TOKEN.
009800            MOVE 5                         TO WS-TOKEN-LEN.
009810            MOVE WS-DATE-TEXT              TO WS-SUB-VALUE.
009820            PERFORM 26400-APPLY-TOKEN-PARA.
009830            MOVE WS-WORK-LINE              TO LS-LETTER-REC.
009840            WRITE LS-LETTER-REC.
009850       ******************************************************************
009860       * SPLICE ONE VARIABLE'S VALUE INTO WS-WORK-LINE, CEXM906'S
009870       * 21600-APPLY-TOKEN-PARA LOGIC.
009880       ******************************************************************
009890        26400-APPLY-TOKEN-PARA.
009900            MOVE 0                         TO WS-TOKEN-POS.
009910            INSPECT WS-WORK-LINE TALLYING WS-TOKEN-POS
009920                FOR CHARACTERS BEFORE INITIAL
009930                WS-TOKEN(1:WS-TOKEN-LEN).
009940            IF  WS-TOKEN-POS               < 80
009950                MOVE SPACES                TO WS-BUILT-LINE
009960                MOVE 1                     TO WS-BUILD-PTR
009970                IF  WS-TOKEN-POS           > 0
009980                    STRING WS-WORK-LINE(1:WS-TOKEN-POS)
009990                        DELIMITED BY SIZE
010000                        INTO WS-BUILT-LINE
010010                        WITH POINTER WS-BUILD-PTR
010020                        ON OVERFLOW CONTINUE
010030                    END-STRING
010040                END-IF
010050                STRING WS-SUB-VALUE DELIMITED BY "  "
010060                    INTO WS-BUILT-LINE
010070                    WITH POINTER WS-BUILD-PTR
010080                    ON OVERFLOW CONTINUE
010090                END-STRING
010100                COMPUTE WS-TAIL-POS = WS-TOKEN-POS
010110                    + WS-TOKEN-LEN + 1
010120                IF  WS-TAIL-POS            <= 80
010130                    COMPUTE WS-TAIL-LEN = 81 - WS-TAIL-POS
010140                    STRING WS-WORK-LINE(WS-TAIL-POS:WS-TAIL-LEN)
010150                        DELIMITED BY SIZE
010160                        INTO WS-BUILT-LINE
010170                        WITH POINTER WS-BUILD-PTR
010180                        ON OVERFLOW CONTINUE
010190                    END-STRING
010200                END-IF
010210                MOVE WS-BUILT-LINE         TO WS-WORK-LINE
010220            END-IF.
010230       ******************************************************************
010240       * ONE APPOINTMENT LINE FOR EACH SLOT THE FAMILY HOLDS.
010250       ******************************************************************
010260        26600-APPT-LINE-PARA.
010270            IF  WS-FB-BUSY(WS-FA-SUB)      = "Y"
010280                MOVE WS-SLOT-TIME(WS-FA-SUB) TO WS-TIME-WORK
010290                MOVE WS-TW-HH              TO WS-TT-HH
010300                MOVE WS-TW-MM              TO WS-TT-MM
010310                MOVE WS-TIME-TEXT          TO WS-AL-TIME
010320                MOVE WS-IT-NAME(WS-FA-IT-SUB(WS-FA-SUB))
010330                                           TO WS-AL-TEACHER
010340                MOVE WS-FA-SNAME(WS-FA-SUB) TO WS-AL-SNAME
010350                MOVE WS-APPT-LINE          TO LS-LETTER-REC
010360                WRITE LS-LETTER-REC
010370            END-IF.
010380       ******************************************************************
010390       * LOG A REQUEST THAT COULD NOT BE BOOKED.
010400       ******************************************************************
010410        27000-REJECT-PARA.
010420            MOVE SR-FAMILY-ID              TO WS-EL-FAMILY-ID.
010430            MOVE SR-ENROLL-NO              TO WS-EL-ENROLL-NO.
010440            MOVE SR-INSTR-NO               TO WS-EL-INSTR-NO.
010450            MOVE WS-REJECT-REASON          TO WS-EL-REASON.
010460            MOVE WS-EXCP-LINE              TO EX-EXCP-REC.
010470            WRITE EX-EXCP-REC.
010480            ADD 1                          TO WS-REJECT-COUNT.
010490       ******************************************************************
010500       * WRITE ONE INSTRUCTOR'S SLOTS TO CONFSLOT AND, WHEN ANY ARE
010510       * BOOKED, THE TEACHER'S APPOINTMENT LIST.
010520       ******************************************************************
010530        28000-TEACHER-LIST-PARA.
010540            IF  WS-IT-BOOKED(WS-IT-SUB)    > 0
010550                MOVE WS-IT-INSTR-NO(WS-IT-SUB) TO WS-TH-INSTR-NO
010560                MOVE WS-IT-NAME(WS-IT-SUB) TO WS-TH-NAME
010570                MOVE WS-HEADER1            TO RS-REPORT-REC
010580                WRITE RS-REPORT-REC
010590                MOVE WS-TEACHER-LINE       TO RS-REPORT-REC
010600                WRITE RS-REPORT-REC
010610            END-IF.
010620            PERFORM 28200-ONE-SLOT-PARA
010630                VARYING WS-SL-SUB FROM 1 BY 1
010640                UNTIL WS-SL-SUB            > WS-SLOT-COUNT.
010650        28200-ONE-SLOT-PARA.
010660            MOVE SPACES                    TO CL-SLOT-REC.
010670            MOVE WS-IT-INSTR-NO(WS-IT-SUB) TO CL-INSTR-NO.
010680            MOVE WS-CONF-DATE              TO CL-CONF-DATE.
010690            MOVE WS-SL-SUB                 TO CL-SLOT-NO.
010700            MOVE WS-SLOT-TIME(WS-SL-SUB)   TO CL-SLOT-TIME.
010710            MOVE WS-IT-ENROLL-NO(WS-IT-SUB, WS-SL-SUB) TO CL-ENROLL-NO.
010720            MOVE WS-SLOT-TIME(WS-SL-SUB)   TO WS-TIME-WORK.
010730            MOVE WS-TW-HH                  TO WS-TT-HH.
010740            MOVE WS-TW-MM                  TO WS-TT-MM.
010750            MOVE WS-TIME-TEXT              TO WS-SD-TIME.
010760            IF  WS-IT-FAMILY-ID(WS-IT-SUB, WS-SL-SUB) = SPACES
010770                MOVE "O"                   TO CL-STATUS
010780                MOVE SPACES                TO WS-SD-FAMILY-ID
010790                MOVE SPACES                TO WS-SD-ENROLL-NO
010800                MOVE "OPEN"                TO WS-SD-SNAME
010810            ELSE
010820                MOVE "B"                   TO CL-STATUS
010830                MOVE WS-IT-FAMILY-ID(WS-IT-SUB, WS-SL-SUB)
010840                                           TO CL-FAMILY-ID
010850                MOVE WS-IT-FAMILY-ID(WS-IT-SUB, WS-SL-SUB)
010860                                           TO WS-SD-FAMILY-ID
010870                MOVE CL-ENROLL-NO          TO WS-SD-ENROLL-NO
010880                MOVE WS-IT-SNAME(WS-IT-SUB, WS-SL-SUB)
010890                                           TO WS-SD-SNAME
010900            END-IF.
010910            WRITE CL-SLOT-REC.
010920            IF  WS-IT-BOOKED(WS-IT-SUB)    > 0
010930                MOVE WS-SLOT-LINE          TO RS-REPORT-REC
010940                WRITE RS-REPORT-REC
010950            END-IF.
010960       ******************************************************************
010970       * DISPLAY COUNTS AND CLOSE THE FILES.
010980       ******************************************************************
010990        30000-CLOSE-PARA.
011000            DISPLAY "REQUESTS READ       : " WS-REQ-COUNT.
011010            DISPLAY "APPOINTMENTS BOOKED : " WS-BOOK-COUNT.
011020            DISPLAY "REQUESTS REJECTED   : " WS-REJECT-COUNT.
011030            DISPLAY "LETTERS PRINTED     : " WS-LETTER-COUNT.
011040            DISPLAY "BAD-ADDRESS SKIPPED : " WS-BADADDR-SKIP-COUNT.
011050            CLOSE INST-FILE.
011060            CLOSE REQ-FILE.
011070            CLOSE REG-FILE.
011080            CLOSE SECT-FILE.
011090            IF  WS-DEMO-AVAIL              = "YES"
011100                CLOSE DEMO-FILE
011110            END-IF.
011120            CLOSE ADDR-FILE.
011130            CLOSE TMPL-FILE.
011140            CLOSE SLOT-FILE.
011150            CLOSE REPORT-FILE.
011160            CLOSE LETTER-FILE.
011170            CLOSE EXCEPTION-FILE.
