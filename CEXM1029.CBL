000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1029.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: ROOM UTILIZATION REPORT. CEXM964 NOW ROOMS EACH
000060       *  SECTION AGAINST CEXM1027'S ROOMFILE. THIS RUN LOADS THE ROOMS
000070       *  AND EVERY ROOMED SECTION ON SECTFILE, AND TAKES THE WEEK'S
000080       *  SLOTS TO BE THE DISTINCT SE-MEET-SLOT CODES IN USE. FOR EACH
000090       *  ROOM IT PRINTS EVERY SLOT WITH THE SECTION BOOKED IN IT (OR
000100       *  FREE) AND THE SEATS USED AGAINST THE ROOM'S CAPACITY, AND THE
000110       *  PERCENTAGE OF THE WEEK'S SLOTS THE ROOM IS USED. AFTER THE
000120       *  ROOMS IT LISTS THE DOUBLE-BOOKINGS (TWO SECTIONS IN ONE ROOM
000130       *  AND SLOT), THE SECTIONS WHOSE SE-SEAT-CAP EXCEEDS THEIR ROOM'S
000140       *  CAPACITY, AND SECTIONS ROOMED IN A ROOM NO LONGER ON FILE.
000150       * ROOMFILE: JEBA02.EMY.COBOL.ROOMFILE (INDEXED ON ROOM CODE)
000160       * SECTFILE: JEBA02.EMY.COBOL.SECTFILE (INDEXED ON COURSE+SECT)
000170       * UTILRPT : JEBA02.EMY.COBOL.UTILRPT
000180       * ----------------------------------------------------------------
000190       * PRJ NO    NAME     DATE          MAINT DESC.
000200       * ----------------------------------------------------------------
000210       * JEBA02    EMY     09/18/2026    PROGRAM CREATED.
000220       ******************************************************************
000230        ENVIRONMENT DIVISION.
000240        INPUT-OUTPUT SECTION.
000250        FILE-CONTROL.
000260            SELECT ROOM-FILE
000270                ASSIGN TO ROOMFILE
000280                ORGANIZATION IS INDEXED
000290                ACCESS MODE IS SEQUENTIAL
000300                RECORD KEY IS RM-ROOM-CODE
000310                FILE STATUS IS WS-ROOM-FS.
000320            SELECT SECT-FILE
000330                ASSIGN TO SECTFILE
000340                ORGANIZATION IS INDEXED
000350                ACCESS MODE IS SEQUENTIAL
000360                RECORD KEY IS SE-SECT-KEY
000370                FILE STATUS IS WS-SECT-FS.
000380            SELECT REPORT-FILE
000390                ASSIGN TO UTILRPT
000400                ORGANIZATION IS SEQUENTIAL
000410                ACCESS MODE IS SEQUENTIAL
000420                FILE STATUS IS WS-REPORT-FS.
000430        DATA DIVISION.
000440        FILE SECTION.
000450        FD  ROOM-FILE.
000460        01  RM-ROOM-REC.
000470            05  RM-ROOM-CODE              PIC X(06).
000480            05  RM-SEAT-CAP               PIC 9(03).
000490            05  RM-BUILDING               PIC X(20).
000500            05  FILLER                    PIC X(51).
000510        FD  SECT-FILE.
000520        01  SE-SECT-REC.
000530            05  SE-SECT-KEY.
000540                10  SE-COURSE-CODE        PIC X(06).
000550                10  SE-SECT-NO            PIC 9(02).
000560            05  SE-SEAT-CAP               PIC 9(03).
000570            05  SE-SEATS-USED             PIC 9(03).
000580            05  SE-MEET-SLOT              PIC X(10).
000590            05  SE-INSTR-NO               PIC 9(05).
000600            05  SE-ROOM-CODE              PIC X(06).
000610            05  FILLER                    PIC X(45).
000620        FD  REPORT-FILE.
000630        01  RS-REPORT-REC                 PIC X(80).
000640        WORKING-STORAGE SECTION.
000650        01  WS-ROOM-FS                    PIC X(02).
000660        01  WS-SECT-FS                    PIC X(02).
000670        01  WS-REPORT-FS                  PIC X(02).
000680        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000690        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000700        01  WS-ROOM-EOF                   PIC X(03) VALUE "NO".
000710        01  WS-SECT-COUNT                 PIC 9(05) VALUE 0.
000720        01  WS-UNROOMED-COUNT             PIC 9(05) VALUE 0.
000730        01  WS-DOUBLE-COUNT               PIC 9(05) VALUE 0.
000740        01  WS-OVERCAP-COUNT              PIC 9(05) VALUE 0.
000750        01  WS-UNKNOWN-COUNT              PIC 9(05) VALUE 0.
000760        01  WS-CURRENT-DATE-DATA          PIC X(20).
000770       * ROOMS FROM ROOMFILE IN ROOM-CODE ORDER.
000780        01  WS-RM-COUNT                   PIC 9(03) VALUE 0.
000790        01  WS-RM-TABLE.
000800            05  WS-RM-ENTRY               OCCURS 100 TIMES.
000810                10  WS-RM-CODE            PIC X(06).
000820                10  WS-RM-CAP             PIC 9(03).
000830                10  WS-RM-BUILDING        PIC X(20).
000840        01  WS-RM-SUB                     PIC 9(03).
000850        01  WS-RM-FOUND                   PIC 9(03).
000860       * THE WEEK'S SLOTS - EVERY DISTINCT MEETING SLOT, IN SLOT ORDER.
000870        01  WS-SL-COUNT                   PIC 9(02) VALUE 0.
000880        01  WS-SL-TABLE.
000890            05  WS-SL-CODE                PIC X(10) OCCURS 60 TIMES.
000900        01  WS-SL-SUB                     PIC 9(02).
000910        01  WS-SL-FOUND                   PIC 9(02).
000920        01  WS-INS-POS                    PIC 9(02).
000930       * ROOMED SECTIONS.
000940        01  WS-BK-COUNT                   PIC 9(04) VALUE 0.
000950        01  WS-BK-TABLE.
000960            05  WS-BK-ENTRY               OCCURS 2000 TIMES.
000970                10  WS-BK-ROOM            PIC 9(03).
000980                10  WS-BK-ROOM-CODE       PIC X(06).
000990                10  WS-BK-SLOT            PIC X(10).
001000                10  WS-BK-COURSE          PIC X(06).
001010                10  WS-BK-SECT            PIC 9(02).
001020                10  WS-BK-USED            PIC 9(03).
001030                10  WS-BK-CAP             PIC 9(03).
001040        01  WS-BK-SUB                     PIC 9(04).
001050        01  WS-BK-PRIOR                   PIC 9(04).
001060        01  WS-SLOT-BOOKINGS              PIC 9(03).
001070        01  WS-SLOTS-USED                 PIC 9(02).
001080        01  WS-USE-PCT                    PIC 9(03)V9(02).
001090        01  WS-NEW-SLOT                   PIC X(10).
001100        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001110        01  WS-HEADER2.
001120            05 FILLER                     PIC X(28)
001130                     VALUE "ROOM UTILIZATION - RUN DATE ".
001140            05 WS-H2-DATE                 PIC X(08).
001150            05 FILLER                     PIC X(17)
001160                     VALUE "   WEEKLY SLOTS: ".
001170            05 WS-H2-SLOTS                PIC Z9.
001180            05 FILLER                     PIC X(25) VALUE SPACES.
001190        01  WS-ROOM-LINE.
001200            05 FILLER                     PIC X(05) VALUE "ROOM ".
001210            05 WS-RL-ROOM                 PIC X(06).
001220            05 FILLER                     PIC X(02) VALUE SPACES.
001230            05 WS-RL-BUILDING             PIC X(20).
001240            05 FILLER                     PIC X(12)
001250                     VALUE "  CAPACITY: ".
001260            05 WS-RL-CAP                  PIC ZZ9.
001270            05 FILLER                     PIC X(32) VALUE SPACES.
001280        01  WS-COLUMN-LINE.
001290            05 FILLER                     PIC X(04) VALUE SPACES.
001300            05 FILLER                     PIC X(12) VALUE "SLOT".
001310            05 FILLER                     PIC X(11) VALUE "COURSE/SEC".
001320            05 FILLER                     PIC X(17)
001330                     VALUE "USED/CAP/ROOM".
001340            05 FILLER                     PIC X(36) VALUE SPACES.
001350        01  WS-DETAIL-LINE.
001360            05 FILLER                     PIC X(04) VALUE SPACES.
001370            05 WS-DL-SLOT                 PIC X(10).
001380            05 FILLER                     PIC X(02) VALUE SPACES.
001390            05 WS-DL-COURSE               PIC X(06).
001400            05 WS-DL-SLASH                PIC X(01).
001410            05 WS-DL-SECT                 PIC X(02).
001420            05 FILLER                     PIC X(02) VALUE SPACES.
001430            05 WS-DL-USED                 PIC ZZ9.
001440            05 WS-DL-SLASH2               PIC X(01).
001450            05 WS-DL-CAP                  PIC ZZ9.
001460            05 WS-DL-SLASH3               PIC X(01).
001470            05 WS-DL-ROOM-CAP             PIC ZZ9.
001480            05 FILLER                     PIC X(02) VALUE SPACES.
001490            05 WS-DL-FLAG                 PIC X(32).
001500            05 FILLER                     PIC X(08) VALUE SPACES.
001510        01  WS-ROOM-TOTAL.
001520            05 FILLER                     PIC X(15)
001530                     VALUE "    SLOTS USED ".
001540            05 WS-RT-USED                 PIC Z9.
001550            05 FILLER                     PIC X(04) VALUE " OF ".
001560            05 WS-RT-SLOTS                PIC Z9.
001570            05 FILLER                     PIC X(04) VALUE SPACES.
001580            05 WS-RT-PCT                  PIC ZZ9.99.
001590            05 FILLER                     PIC X(01) VALUE "%".
001600            05 FILLER                     PIC X(46) VALUE SPACES.
001610        01  WS-SECTION-HEAD.
001620            05 WS-SH-TEXT                 PIC X(40).
001630            05 FILLER                     PIC X(40) VALUE SPACES.
001640        01  WS-EXC-LINE.
001650            05 FILLER                     PIC X(04) VALUE SPACES.
001660            05 WS-XL-ROOM                 PIC X(06).
001670            05 FILLER                     PIC X(02) VALUE SPACES.
001680            05 WS-XL-SLOT                 PIC X(10).
001690            05 FILLER                     PIC X(02) VALUE SPACES.
001700            05 WS-XL-COURSE               PIC X(06).
001710            05 FILLER                     PIC X(01) VALUE "/".
001720            05 WS-XL-SECT                 PIC 9(02).
001730            05 FILLER                     PIC X(02) VALUE SPACES.
001740            05 WS-XL-TEXT                 PIC X(45).
001750        01  WS-TRAILER.
001760            05 FILLER                     PIC X(11)
001770                     VALUE "SECTIONS:  ".
001780            05 WS-TR-SECTS                PIC ZZZZ9.
001790            05 FILLER                     PIC X(12)
001800                     VALUE "  UNROOMED: ".
001810            05 WS-TR-UNROOMED             PIC ZZZZ9.
001820            05 FILLER                     PIC X(10) VALUE "  DOUBLE: ".
001830            05 WS-TR-DOUBLE               PIC ZZZZ9.
001840            05 FILLER                     PIC X(11)
001850                     VALUE "  OVERCAP: ".
001860            05 WS-TR-OVERCAP              PIC ZZZZ9.
001870            05 FILLER                     PIC X(11)
001880                     VALUE "  UNKNOWN: ".
001890            05 WS-TR-UNKNOWN              PIC ZZZZ9.
001900        COPY SPGMABNL.
001910        PROCEDURE DIVISION.
001920       ******************************************************************
001930       * MAIN PROGRAM FLOW.
001940       ******************************************************************
001950        00000-MAIN-PARA.
001960            PERFORM 10000-INITIALIZE-PARA.
001970            IF  WS-ERROR-FLAG              NOT = "YES"
001980                PERFORM 12000-LOAD-ROOM-PARA
001990                    UNTIL WS-ROOM-EOF      = "YES"
002000                PERFORM 20000-PROCESS-PARA
002010                    UNTIL WS-ENDOFFILE     = "YES"
002020                PERFORM 24000-PRINT-ROOM-PARA
002030                    VARYING WS-RM-SUB FROM 1 BY 1
002040                    UNTIL WS-RM-SUB        > WS-RM-COUNT
002050                PERFORM 26000-PRINT-EXCEPTIONS-PARA
002060            END-IF.
002070            PERFORM 30000-CLOSE-PARA.
002080            STOP RUN.
002090       ******************************************************************
002100       * OPEN EVERYTHING.
002110       ******************************************************************
002120        10000-INITIALIZE-PARA.
002130            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002140            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-H2-DATE.
002150            OPEN INPUT ROOM-FILE.
002160            IF WS-ROOM-FS                 NOT = "00"
002170               DISPLAY "ROOMFILE ACCESS ERROR."
002180               MOVE "CEXM1029"            TO LK-PGM-ID
002190               MOVE "ROOMFILE"            TO LK-FILE-ID
002200               MOVE WS-ROOM-FS            TO LK-FILE-STATUS
002210               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002220               IF  LK-ABEND-YES
002230                   MOVE 16                TO RETURN-CODE
002240                   MOVE "YES"             TO WS-ERROR-FLAG
002250               END-IF
002260            END-IF.
002270            OPEN INPUT SECT-FILE.
002280            IF WS-SECT-FS                 NOT = "00"
002290               DISPLAY "SECTFILE ACCESS ERROR."
002300               MOVE "CEXM1029"            TO LK-PGM-ID
002310               MOVE "SECTFILE"            TO LK-FILE-ID
002320               MOVE WS-SECT-FS            TO LK-FILE-STATUS
002330               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002340               IF  LK-ABEND-YES
002350                   MOVE 16                TO RETURN-CODE
002360                   MOVE "YES"             TO WS-ERROR-FLAG
002370               END-IF
002380            END-IF.
002390            OPEN OUTPUT REPORT-FILE.
002400            IF WS-REPORT-FS               NOT = "00"
002410               DISPLAY "UTILRPT ACCESS ERROR."
002420               MOVE "CEXM1029"            TO LK-PGM-ID
002430               MOVE "UTILRPT"             TO LK-FILE-ID
002440               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
002450               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002460               IF  LK-ABEND-YES
002470                   MOVE 16                TO RETURN-CODE
002480                   MOVE "YES"             TO WS-ERROR-FLAG
002490               END-IF
002500            END-IF.
002510       ******************************************************************
002520       * LOAD ONE ROOM.
002530       ******************************************************************
002540        12000-LOAD-ROOM-PARA.
002550            READ ROOM-FILE
002560            AT END
002570                MOVE "YES"                 TO WS-ROOM-EOF
002580            NOT AT END
002590                IF  WS-RM-COUNT            = 100
002600                    DISPLAY "ROOM TABLE FULL AT 100 ROOMS."
002610                ELSE
002620                    ADD 1                  TO WS-RM-COUNT
002630                    MOVE RM-ROOM-CODE      TO WS-RM-CODE(WS-RM-COUNT)
002640                    MOVE RM-SEAT-CAP       TO WS-RM-CAP(WS-RM-COUNT)
002650                    MOVE RM-BUILDING  TO WS-RM-BUILDING(WS-RM-COUNT)
002660                END-IF
002670            END-READ.
002680       ******************************************************************
002690       * READ ONE SECTION. AN UNROOMED SECTION IS ONLY COUNTED; A
002700       * ROOMED ONE IS BOOKED AGAINST ITS ROOM AND ITS SLOT IS ADDED
002710       * TO THE WEEK'S SLOTS.
002720       ******************************************************************
002730        20000-PROCESS-PARA.
002740            READ SECT-FILE
002750            AT END
002760                MOVE "YES"                 TO WS-ENDOFFILE
002770            NOT AT END
002780                ADD 1                      TO WS-SECT-COUNT
002790                IF  SE-MEET-SLOT           NOT = SPACES
002800                    MOVE SE-MEET-SLOT      TO WS-NEW-SLOT
002810                    PERFORM 21000-ADD-SLOT-PARA
002820                END-IF
002830                IF  SE-ROOM-CODE           = SPACES
002840                    ADD 1                  TO WS-UNROOMED-COUNT
002850                ELSE
002860                    PERFORM 22000-BOOK-SECTION-PARA
002870                END-IF
002880            END-READ.
002890       ******************************************************************
002900       * FILE A MEETING SLOT NOT SEEN BEFORE IN SLOT-CODE ORDER.
002910       ******************************************************************
002920        21000-ADD-SLOT-PARA.
002930            MOVE 0                         TO WS-SL-FOUND.
002940            PERFORM 21200-FIND-SLOT-PARA
002950                VARYING WS-SL-SUB FROM 1 BY 1
002960                UNTIL WS-SL-SUB            > WS-SL-COUNT
002970                OR WS-SL-FOUND             NOT = 0.
002980            IF  WS-SL-FOUND                = 0
002990                IF  WS-SL-COUNT            = 60
003000                    DISPLAY "SLOT TABLE FULL AT 60 - SLOT " WS-NEW-SLOT
003010                        " NOT COUNTED."
003020                ELSE
003030                    COMPUTE WS-INS-POS = WS-SL-COUNT + 1
003040                    PERFORM 21400-FIND-POS-PARA
003050                        VARYING WS-SL-SUB FROM 1 BY 1
003060                        UNTIL WS-SL-SUB    > WS-SL-COUNT
003070                        OR WS-INS-POS      NOT > WS-SL-COUNT
003080                    PERFORM 21600-SHIFT-PARA
003090                        VARYING WS-SL-SUB FROM WS-SL-COUNT BY -1
003100                        UNTIL WS-SL-SUB    < WS-INS-POS
003110                    MOVE WS-NEW-SLOT       TO WS-SL-CODE(WS-INS-POS)
003120                    ADD 1                  TO WS-SL-COUNT
003130                END-IF
003140            END-IF.
003150        21200-FIND-SLOT-PARA.
003160            IF  WS-SL-CODE(WS-SL-SUB)      = WS-NEW-SLOT
003170                MOVE WS-SL-SUB             TO WS-SL-FOUND
003180            END-IF.
003190        21400-FIND-POS-PARA.
003200            IF  WS-SL-CODE(WS-SL-SUB)      > WS-NEW-SLOT
003210                MOVE WS-SL-SUB             TO WS-INS-POS
003220            END-IF.
003230        21600-SHIFT-PARA.
003240            MOVE WS-SL-CODE(WS-SL-SUB)     TO WS-SL-CODE(WS-SL-SUB + 1).
003250       ******************************************************************
003260       * BOOK A ROOMED SECTION AGAINST ITS ROOM. A ROOM NO LONGER ON
003270       * ROOMFILE IS LISTED WITH THE EXCEPTIONS.
003280       ******************************************************************
003290        22000-BOOK-SECTION-PARA.
003300            MOVE 0                         TO WS-RM-FOUND.
003310            PERFORM 22200-FIND-ROOM-PARA
003320                VARYING WS-RM-SUB FROM 1 BY 1
003330                UNTIL WS-RM-SUB            > WS-RM-COUNT
003340                OR WS-RM-FOUND             NOT = 0.
003350            IF  WS-BK-COUNT                = 2000
003360                DISPLAY "BOOKING TABLE FULL AT 2000 - SECTION "
003370                    SE-SECT-KEY " NOT REPORTED."
003380            ELSE
003390                ADD 1                      TO WS-BK-COUNT
003400                MOVE WS-RM-FOUND           TO WS-BK-ROOM(WS-BK-COUNT)
003410                MOVE SE-ROOM-CODE     TO WS-BK-ROOM-CODE(WS-BK-COUNT)
003420                MOVE SE-MEET-SLOT          TO WS-BK-SLOT(WS-BK-COUNT)
003430                MOVE SE-COURSE-CODE        TO WS-BK-COURSE(WS-BK-COUNT)
003440                MOVE SE-SECT-NO            TO WS-BK-SECT(WS-BK-COUNT)
003450                MOVE SE-SEATS-USED         TO WS-BK-USED(WS-BK-COUNT)
003460                MOVE SE-SEAT-CAP           TO WS-BK-CAP(WS-BK-COUNT)
003470                IF  WS-RM-FOUND            = 0
003480                    ADD 1                  TO WS-UNKNOWN-COUNT
003490                ELSE
003500                    IF  SE-SEAT-CAP        > WS-RM-CAP(WS-RM-FOUND)
003510                        ADD 1              TO WS-OVERCAP-COUNT
003520                    END-IF
003530                END-IF
003540            END-IF.
003550        22200-FIND-ROOM-PARA.
003560            IF  WS-RM-CODE(WS-RM-SUB)      = SE-ROOM-CODE
003570                MOVE WS-RM-SUB             TO WS-RM-FOUND
003580            END-IF.
003590       ******************************************************************
003600       * PRINT ONE ROOM: EVERY SLOT OF THE WEEK WITH ITS BOOKINGS, THEN
003610       * THE SHARE OF THE WEEK'S SLOTS THE ROOM IS USED.
003620       ******************************************************************
003630        24000-PRINT-ROOM-PARA.
003640            IF  WS-RM-SUB                  = 1
003650                MOVE WS-SL-COUNT           TO WS-H2-SLOTS
003660                MOVE WS-HEADER1            TO RS-REPORT-REC
003670                WRITE RS-REPORT-REC
003680                MOVE WS-HEADER2            TO RS-REPORT-REC
003690                WRITE RS-REPORT-REC
003700            END-IF.
003710            MOVE WS-RM-CODE(WS-RM-SUB)     TO WS-RL-ROOM.
003720            MOVE WS-RM-BUILDING(WS-RM-SUB) TO WS-RL-BUILDING.
003730            MOVE WS-RM-CAP(WS-RM-SUB)      TO WS-RL-CAP.
003740            MOVE WS-HEADER1                TO RS-REPORT-REC.
003750            WRITE RS-REPORT-REC.
003760            MOVE WS-ROOM-LINE              TO RS-REPORT-REC.
003770            WRITE RS-REPORT-REC.
003780            MOVE WS-COLUMN-LINE            TO RS-REPORT-REC.
003790            WRITE RS-REPORT-REC.
003800            MOVE 0                         TO WS-SLOTS-USED.
003810            PERFORM 24200-PRINT-SLOT-PARA
003820                VARYING WS-SL-SUB FROM 1 BY 1
003830                UNTIL WS-SL-SUB            > WS-SL-COUNT.
003840            MOVE 0                         TO WS-USE-PCT.
003850            IF  WS-SL-COUNT                > 0
003860                COMPUTE WS-USE-PCT ROUNDED =
003870                    WS-SLOTS-USED * 100 / WS-SL-COUNT
003880            END-IF.
003890            MOVE WS-SLOTS-USED             TO WS-RT-USED.
003900            MOVE WS-SL-COUNT               TO WS-RT-SLOTS.
003910            MOVE WS-USE-PCT                TO WS-RT-PCT.
003920            MOVE WS-ROOM-TOTAL             TO RS-REPORT-REC.
003930            WRITE RS-REPORT-REC.
003940       ******************************************************************
003950       * PRINT ONE SLOT OF THE ROOM - EACH SECTION BOOKED IN IT, OR
003960       * FREE. A SECOND BOOKING IN THE SAME SLOT IS A DOUBLE-BOOKING.
003970       ******************************************************************
003980        24200-PRINT-SLOT-PARA.
003990            MOVE 0                         TO WS-SLOT-BOOKINGS.
004000            PERFORM 24400-PRINT-BOOKING-PARA
004010                VARYING WS-BK-SUB FROM 1 BY 1
004020                UNTIL WS-BK-SUB            > WS-BK-COUNT.
004030            IF  WS-SLOT-BOOKINGS           = 0
004040                MOVE SPACES                TO WS-DETAIL-LINE
004050                MOVE WS-SL-CODE(WS-SL-SUB) TO WS-DL-SLOT
004060                MOVE "FREE"                TO WS-DL-COURSE
004070                MOVE WS-DETAIL-LINE        TO RS-REPORT-REC
004080                WRITE RS-REPORT-REC
004090            ELSE
004100                ADD 1                      TO WS-SLOTS-USED
004110            END-IF.
004120        24400-PRINT-BOOKING-PARA.
004130            IF  WS-BK-ROOM(WS-BK-SUB)      = WS-RM-SUB
004140                AND WS-BK-SLOT(WS-BK-SUB)  = WS-SL-CODE(WS-SL-SUB)
004150                ADD 1                      TO WS-SLOT-BOOKINGS
004160                MOVE SPACES                TO WS-DETAIL-LINE
004170                MOVE WS-SL-CODE(WS-SL-SUB) TO WS-DL-SLOT
004180                MOVE WS-BK-COURSE(WS-BK-SUB) TO WS-DL-COURSE
004190                MOVE "/"                   TO WS-DL-SLASH
004200                                              WS-DL-SLASH2
004210                                              WS-DL-SLASH3
004220                MOVE WS-BK-SECT(WS-BK-SUB) TO WS-DL-SECT
004230                MOVE WS-BK-USED(WS-BK-SUB) TO WS-DL-USED
004240                MOVE WS-BK-CAP(WS-BK-SUB)  TO WS-DL-CAP
004250                MOVE WS-RM-CAP(WS-RM-SUB)  TO WS-DL-ROOM-CAP
004260                IF  WS-SLOT-BOOKINGS       > 1
004270                    MOVE "** DOUBLE-BOOKED" TO WS-DL-FLAG
004280                END-IF
004290                IF  WS-BK-CAP(WS-BK-SUB)   > WS-RM-CAP(WS-RM-SUB)
004300                    MOVE "** CAP OVER ROOM" TO WS-DL-FLAG(17:16)
004310                END-IF
004320                MOVE WS-DETAIL-LINE        TO RS-REPORT-REC
004330                WRITE RS-REPORT-REC
004340            END-IF.
004350       ******************************************************************
004360       * LIST THE DOUBLE-BOOKINGS, THE SECTIONS OVER THEIR ROOM'S
004370       * CAPACITY AND THE SECTIONS IN A ROOM NOT ON FILE, THEN THE
004380       * TRAILER.
004390       ******************************************************************
004400        26000-PRINT-EXCEPTIONS-PARA.
004410            MOVE WS-HEADER1                TO RS-REPORT-REC.
004420            WRITE RS-REPORT-REC.
004430            MOVE "DOUBLE-BOOKINGS (ROOM / SLOT / SECTION)"
004440                                           TO WS-SH-TEXT.
004450            MOVE WS-SECTION-HEAD           TO RS-REPORT-REC.
004460            WRITE RS-REPORT-REC.
004470            PERFORM 26200-LIST-DOUBLE-PARA
004480                VARYING WS-BK-SUB FROM 1 BY 1
004490                UNTIL WS-BK-SUB            > WS-BK-COUNT.
004500            MOVE WS-HEADER1                TO RS-REPORT-REC.
004510            WRITE RS-REPORT-REC.
004520            MOVE "SECTIONS OVER THEIR ROOM'S CAPACITY"
004530                                           TO WS-SH-TEXT.
004540            MOVE WS-SECTION-HEAD           TO RS-REPORT-REC.
004550            WRITE RS-REPORT-REC.
004560            PERFORM 26400-LIST-OVERCAP-PARA
004570                VARYING WS-BK-SUB FROM 1 BY 1
004580                UNTIL WS-BK-SUB            > WS-BK-COUNT.
004590            MOVE WS-HEADER1                TO RS-REPORT-REC.
004600            WRITE RS-REPORT-REC.
004610            MOVE "SECTIONS IN A ROOM NOT ON ROOMFILE"
004620                                           TO WS-SH-TEXT.
004630            MOVE WS-SECTION-HEAD           TO RS-REPORT-REC.
004640            WRITE RS-REPORT-REC.
004650            PERFORM 26600-LIST-UNKNOWN-PARA
004660                VARYING WS-BK-SUB FROM 1 BY 1
004670                UNTIL WS-BK-SUB            > WS-BK-COUNT.
004680            MOVE WS-SECT-COUNT             TO WS-TR-SECTS.
004690            MOVE WS-UNROOMED-COUNT         TO WS-TR-UNROOMED.
004700            MOVE WS-DOUBLE-COUNT           TO WS-TR-DOUBLE.
004710            MOVE WS-OVERCAP-COUNT          TO WS-TR-OVERCAP.
004720            MOVE WS-UNKNOWN-COUNT          TO WS-TR-UNKNOWN.
004730            MOVE WS-HEADER1                TO RS-REPORT-REC.
004740            WRITE RS-REPORT-REC.
004750            MOVE WS-TRAILER                TO RS-REPORT-REC.
004760            WRITE RS-REPORT-REC.
004770       ******************************************************************
004780       * A BOOKING IS A DOUBLE-BOOKING WHEN AN EARLIER BOOKING HOLDS
004790       * THE SAME ROOM AND SLOT.
004800       ******************************************************************
004810        26200-LIST-DOUBLE-PARA.
004820            MOVE 0                         TO WS-SLOT-BOOKINGS.
004830            IF  WS-BK-ROOM(WS-BK-SUB)      NOT = 0
004840                AND WS-BK-SLOT(WS-BK-SUB)  NOT = SPACES
004850                PERFORM 26300-MATCH-EARLIER-PARA
004860                    VARYING WS-BK-PRIOR FROM 1 BY 1
004870                    UNTIL WS-BK-PRIOR      NOT < WS-BK-SUB
004880                    OR WS-SLOT-BOOKINGS    > 0
004890            END-IF.
004900            IF  WS-SLOT-BOOKINGS           > 0
004910                ADD 1                      TO WS-DOUBLE-COUNT
004920                MOVE "CLASHES WITH AN EARLIER SECTION IN THE ROOM"
004930                                           TO WS-XL-TEXT
004940                PERFORM 26800-WRITE-EXC-PARA
004950            END-IF.
004960        26300-MATCH-EARLIER-PARA.
004970            IF  WS-BK-ROOM(WS-BK-PRIOR)    = WS-BK-ROOM(WS-BK-SUB)
004980                AND WS-BK-SLOT(WS-BK-PRIOR) = WS-BK-SLOT(WS-BK-SUB)
004990                MOVE 1                     TO WS-SLOT-BOOKINGS
005000            END-IF.
005010        26400-LIST-OVERCAP-PARA.
005020            IF  WS-BK-ROOM(WS-BK-SUB)      NOT = 0
005030                IF  WS-BK-CAP(WS-BK-SUB)
005040                                  > WS-RM-CAP(WS-BK-ROOM(WS-BK-SUB))
005050                    MOVE SPACES            TO WS-XL-TEXT
005060                    STRING "SEAT CAP " WS-BK-CAP(WS-BK-SUB)
005070                        " OVER ROOM CAPACITY "
005080                        WS-RM-CAP(WS-BK-ROOM(WS-BK-SUB))
005090                        DELIMITED BY SIZE INTO WS-XL-TEXT
005100                    PERFORM 26800-WRITE-EXC-PARA
005110                END-IF
005120            END-IF.
005130        26600-LIST-UNKNOWN-PARA.
005140            IF  WS-BK-ROOM(WS-BK-SUB)      = 0
005150                MOVE "ROOM NOT ON ROOMFILE" TO WS-XL-TEXT
005160                PERFORM 26800-WRITE-EXC-PARA
005170            END-IF.
005180        26800-WRITE-EXC-PARA.
005190            MOVE WS-BK-ROOM-CODE(WS-BK-SUB) TO WS-XL-ROOM.
005200            MOVE WS-BK-SLOT(WS-BK-SUB)     TO WS-XL-SLOT.
005210            MOVE WS-BK-COURSE(WS-BK-SUB)   TO WS-XL-COURSE.
005220            MOVE WS-BK-SECT(WS-BK-SUB)     TO WS-XL-SECT.
005230            MOVE WS-EXC-LINE               TO RS-REPORT-REC.
005240            WRITE RS-REPORT-REC.
005250       ******************************************************************
005260       * DISPLAY COUNTS AND CLOSE THE FILES.
005270       ******************************************************************
005280        30000-CLOSE-PARA.
005290            DISPLAY "SECTIONS READ    : " WS-SECT-COUNT.
005300            DISPLAY "DOUBLE-BOOKINGS  : " WS-DOUBLE-COUNT.
005310            DISPLAY "OVER ROOM CAP    : " WS-OVERCAP-COUNT.
005320            CLOSE ROOM-FILE.
005330            CLOSE SECT-FILE.
005340            CLOSE REPORT-FILE.
