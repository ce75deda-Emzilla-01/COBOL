000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1040.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: BUS ROUTE ASSIGNMENT AND RIDER ROSTERS.
000060       *  TRANSPORTATION BUILT ITS BUS LISTS BY HAND FROM AN ADDRFILE
000070       *  PRINTOUT. ROUTFILE IS THE ROUTE MASTER - ONE LINE PER ZIP
000080       *  CODE OR STREET RANGE A STOP SERVES (ROUTE, STOP SEQUENCE,
000090       *  STOP NAME, ZIP, AND OPTIONALLY A STREET NAME WITH A HOUSE-
000100       *  NUMBER RANGE) - LOADED TO A TABLE AT STARTUP. STUDFILE AND
000110       *  ADDRFILE ARE MATCHED IN ENROLLMENT ORDER (THE CEXM946
000120       *  BALANCED-LINE SHAPE) AND EVERY ACTIVE STUDENT WITH A GOOD
000130       *  ADDRESS (NOT FLAGGED B BY CEXM985) IS PLACED ON THE STOP
000140       *  WHOSE STREET RANGE COVERS THE ADDRESS, OR FAILING THAT THE
000150       *  STOP SERVING THE WHOLE ZIP. PLACEMENTS GO TO BUSASGN AND,
000160       *  SORTED BY ROUTE, STOP AND NAME, TO THE BUSRPT ROSTER; A
000170       *  STUDENT WHO CANNOT BE PLACED IS LISTED ON BUSEXCP.
000180       *  CEXM946 POSTS AN ADDRESS CHANGE AT ONCE AND KEEPS THE PRIOR
000190       *  ADDRESS ON ADDRHIST WITH THE EFFECTIVE DATE. UNTIL THAT
000200       *  DATE THE STUDENT RIDES FROM THE PRIOR ADDRESS; IF THE NEW
000210       *  ADDRESS FALLS ON ANOTHER ROUTE OR STOP THE STUDENT IS LISTED
000220       *  ON BUSCHG EVERY RUN SO THE DRIVERS ARE TOLD IN ADVANCE.
000230       * STUDOUT : JEBA02.EMY.COBOL.STUDOUT (INDEXED ON ENROLL NO)
000240       * ADDFILE : JEBA02.EMY.COBOL.ADDRFILE (CURRENT, 160-BYTE)
000250       * ADDRHIST: JEBA02.EMY.COBOL.ADDRHIST
000260       * ROUTFILE: JEBA02.EMY.COBOL.ROUTFILE (ROUTE/STOP MASTER)
000270       * BUSASGN : JEBA02.EMY.COBOL.BUSASGN
000280       * BUSRPT  : JEBA02.EMY.COBOL.BUSRPT
000290       * BUSEXCP : JEBA02.EMY.COBOL.BUSEXCP
000300       * BUSCHG  : JEBA02.EMY.COBOL.BUSCHG
000310       * SORTWK  : SORT WORK FILE
000320       * ----------------------------------------------------------------
000330       * PRJ NO    NAME     DATE          MAINT DESC.
000340       * ----------------------------------------------------------------
000350       * JEBA02    EMY     09/21/2026    PROGRAM CREATED.
000360       ******************************************************************
000370        ENVIRONMENT DIVISION.
000380        INPUT-OUTPUT SECTION.
000390        FILE-CONTROL.
000400            SELECT STUD-FILE
000410                ASSIGN TO STUDOUT
000420                ORGANIZATION IS INDEXED
000430                ACCESS MODE IS SEQUENTIAL
000440                RECORD KEY IS FS-ENROLL-NO
000450                FILE STATUS IS WS-STUD-FS.
000460            SELECT ADDR-FILE
000470                ASSIGN TO ADDFILE
000480                ORGANIZATION IS SEQUENTIAL
000490                ACCESS MODE IS SEQUENTIAL
000500                FILE STATUS IS WS-ADDR-FS.
000510            SELECT HIST-FILE
000520                ASSIGN TO ADDRHIST
000530                ORGANIZATION IS SEQUENTIAL
000540                ACCESS MODE IS SEQUENTIAL
000550                FILE STATUS IS WS-HIST-FS.
000560            SELECT ROUTE-FILE
000570                ASSIGN TO ROUTFILE
000580                ORGANIZATION IS SEQUENTIAL
000590                ACCESS MODE IS SEQUENTIAL
000600                FILE STATUS IS WS-ROUTE-FS.
000610            SELECT ASGN-FILE
000620                ASSIGN TO BUSASGN
000630                ORGANIZATION IS SEQUENTIAL
000640                ACCESS MODE IS SEQUENTIAL
000650                FILE STATUS IS WS-ASGN-FS.
000660            SELECT REPORT-FILE
000670                ASSIGN TO BUSRPT
000680                ORGANIZATION IS SEQUENTIAL
000690                ACCESS MODE IS SEQUENTIAL
000700                FILE STATUS IS WS-REPORT-FS.
000710            SELECT EXCEPTION-FILE
000720                ASSIGN TO BUSEXCP
000730                ORGANIZATION IS SEQUENTIAL
000740                ACCESS MODE IS SEQUENTIAL
000750                FILE STATUS IS WS-EXCEPTION-FS.
000760            SELECT CHANGE-FILE
000770                ASSIGN TO BUSCHG
000780                ORGANIZATION IS SEQUENTIAL
000790                ACCESS MODE IS SEQUENTIAL
000800                FILE STATUS IS WS-CHANGE-FS.
000810            SELECT SORT-FILE
000820                ASSIGN TO SORTWK.
000830        DATA DIVISION.
000840        FILE SECTION.
000850        FD  STUD-FILE.
000860        01  FS-STUD-REC.
000870            05  FS-ENROLL-NO              PIC 9(06).
000880            05  FS-SNAME                  PIC X(30).
000890            05  FS-MATHS-MARKS            PIC 9(03).
000900            05  FS-SCIENCE-MARKS          PIC 9(03).
000910            05  FS-COMPUTER-MARKS         PIC 9(03).
000920            05  FS-AVG-MARKS              PIC 9(03)V9(02).
000930            05  FS-STUD-STATUS            PIC X(01).
000940            05  FS-STATUS-DATE            PIC X(08).
000950            05  FS-CAMPUS-CODE            PIC X(02).
000960            05  FILLER                    PIC X(19).
000970        FD  ADDR-FILE.
000980        01  AS-ADDR-REC.
000990            05  AS-ENROLL-NO              PIC 9(06).
001000            05  AS-SNAME                  PIC X(30).
001010            05  AS-STREET                 PIC X(30).
001020            05  AS-CITY                   PIC X(20).
001030            05  AS-COUNTRY                PIC X(15).
001040            05  AS-STATE                  PIC X(10).
001050            05  AS-ZIPCODE                PIC 9(08).
001060            05  AS-BAD-ADDR-FLAG          PIC X(01).
001070            05  FILLER                    PIC X(40).
001080        FD  HIST-FILE.
001090        01  HX-HIST-REC.
001100            05  HX-ENROLL-NO              PIC 9(06).
001110            05  HX-EFF-DATE               PIC X(08).
001120            05  HX-PRIOR-REC.
001130                10  HX-PR-ENROLL-NO       PIC 9(06).
001140                10  HX-PR-SNAME           PIC X(30).
001150                10  HX-PR-STREET          PIC X(30).
001160                10  HX-PR-CITY            PIC X(20).
001170                10  HX-PR-COUNTRY         PIC X(15).
001180                10  HX-PR-STATE           PIC X(10).
001190                10  HX-PR-ZIPCODE         PIC 9(08).
001200                10  HX-PR-BAD-ADDR-FLAG   PIC X(01).
001210                10  FILLER                PIC X(40).
001220        FD  ROUTE-FILE.
001230        01  RT-ROUTE-REC.
001240            05  RT-ROUTE-NO               PIC X(03).
001250            05  RT-STOP-SEQ               PIC 9(03).
001260            05  RT-STOP-NAME              PIC X(30).
001270            05  RT-ZIPCODE                PIC 9(08).
001280            05  RT-STREET                 PIC X(20).
001290            05  RT-HOUSE-LOW              PIC 9(06).
001300            05  RT-HOUSE-HIGH             PIC 9(06).
001310            05  FILLER                    PIC X(04).
001320        FD  ASGN-FILE.
001330        01  BA-ASGN-REC.
001340            05  BA-ENROLL-NO              PIC 9(06).
001350            05  BA-ROUTE-NO               PIC X(03).
001360            05  BA-STOP-SEQ               PIC 9(03).
001370            05  BA-NEW-ROUTE-NO           PIC X(03).
001380            05  BA-NEW-STOP-SEQ           PIC 9(03).
001390            05  BA-EFF-DATE               PIC X(08).
001400            05  FILLER                    PIC X(54).
001410        FD  REPORT-FILE.
001420        01  RS-REPORT-REC                 PIC X(80).
001430        FD  EXCEPTION-FILE.
001440        01  ES-EXCEPTION-REC              PIC X(80).
001450        FD  CHANGE-FILE.
001460        01  CG-CHANGE-REC                 PIC X(80).
001470        SD  SORT-FILE.
001480        01  SR-SORT-REC.
001490            05  SR-ROUTE-NO               PIC X(03).
001500            05  SR-STOP-SEQ               PIC 9(03).
001510            05  SR-SNAME                  PIC X(30).
001520            05  SR-ENROLL-NO              PIC 9(06).
001530            05  SR-STOP-NAME              PIC X(30).
001540            05  SR-STREET                 PIC X(30).
001550            05  SR-CHANGE-FLAG            PIC X(01).
001560        WORKING-STORAGE SECTION.
001570        01  WS-STUD-FS                    PIC X(02).
001580        01  WS-ADDR-FS                    PIC X(02).
001590        01  WS-HIST-FS                    PIC X(02).
001600        01  WS-ROUTE-FS                   PIC X(02).
001610        01  WS-ASGN-FS                    PIC X(02).
001620        01  WS-REPORT-FS                  PIC X(02).
001630        01  WS-EXCEPTION-FS               PIC X(02).
001640        01  WS-CHANGE-FS                  PIC X(02).
001650        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001660        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001670        01  WS-ADDR-EOF                   PIC X(03) VALUE "NO".
001680        01  WS-HIST-EOF                   PIC X(03) VALUE "NO".
001690        01  WS-HIST-AVAIL                 PIC X(03) VALUE "YES".
001700        01  WS-ROUTE-EOF                  PIC X(03) VALUE "NO".
001710        01  WS-SORT-EOF                   PIC X(03) VALUE "NO".
001720        01  WS-CURRENT-DATE-DATA          PIC X(20).
001730        01  WS-TODAY REDEFINES WS-CURRENT-DATE-DATA.
001740            05  WS-TODAY-DATE             PIC X(08).
001750            05  FILLER                    PIC X(12).
001760       * ROUTE MASTER LINES, LOADED FROM ROUTFILE AT STARTUP.
001770        01  WS-RT-COUNT                   PIC 9(03) VALUE 0.
001780        01  WS-RT-TABLE.
001790            05  WS-RT-ENTRY               OCCURS 500 TIMES.
001800                10  WS-RT-ROUTE-NO        PIC X(03).
001810                10  WS-RT-STOP-SEQ        PIC 9(03).
001820                10  WS-RT-STOP-NAME       PIC X(30).
001830                10  WS-RT-ZIPCODE         PIC 9(08).
001840                10  WS-RT-STREET          PIC X(20).
001850                10  WS-RT-HOUSE-LOW       PIC 9(06).
001860                10  WS-RT-HOUSE-HIGH      PIC 9(06).
001870        01  WS-RT-SUB                     PIC 9(03).
001880        01  WS-RT-HIT                     PIC 9(03).
001890       * ADDRESS CHANGES NOT YET EFFECTIVE, FROM ADDRHIST. ONE ENTRY
001900       * PER STUDENT - THE EARLIEST FUTURE DATE, WHOSE PRIOR ADDRESS
001910       * IS THE ONE IN FORCE TODAY.
001920        01  WS-PC-COUNT                   PIC 9(04) VALUE 0.
001930        01  WS-PC-TABLE.
001940            05  WS-PC-ENTRY               OCCURS 2000 TIMES.
001950                10  WS-PC-ENROLL-NO       PIC 9(06).
001960                10  WS-PC-EFF-DATE        PIC X(08).
001970                10  WS-PC-STREET          PIC X(30).
001980                10  WS-PC-ZIPCODE         PIC 9(08).
001990        01  WS-PC-SUB                     PIC 9(04).
002000        01  WS-PC-HIT                     PIC 9(04).
002010       * THE ADDRESS BEING PLACED.
002020        01  WS-MATCH-STREET               PIC X(30).
002030        01  WS-MATCH-ZIPCODE              PIC 9(08).
002040        01  WS-HOUSE-TOKEN                PIC X(30).
002050        01  WS-HOUSE-LEN                  PIC 9(02).
002060        01  WS-HOUSE-NO                   PIC 9(06).
002070        01  WS-STREET-NAME                PIC X(30).
002080        01  WS-TOKEN-PTR                  PIC 9(02).
002090        01  WS-NOW-HIT                    PIC 9(03).
002100        01  WS-NEW-HIT                    PIC 9(03).
002110        01  WS-PLACED-COUNT               PIC 9(06) VALUE 0.
002120        01  WS-UNPLACED-COUNT             PIC 9(06) VALUE 0.
002130        01  WS-CHANGE-COUNT               PIC 9(06) VALUE 0.
002140        01  WS-ROUTE-RIDERS               PIC 9(05) VALUE 0.
002150        01  WS-PREV-ROUTE                 PIC X(03).
002160        01  WS-PREV-STOP                  PIC 9(03).
002170        01  WS-FIRST-ROUTE                PIC X(03) VALUE "YES".
002180        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002190        01  WS-ROUTE-LINE.
002200            05 FILLER                     PIC X(17)
002210                                          VALUE "RIDER ROSTER - RO".
002220            05 FILLER                     PIC X(05) VALUE "UTE  ".
002230            05 WS-RL-ROUTE-NO             PIC X(03).
002240            05 FILLER                     PIC X(13)
002250                                          VALUE "    RUN DATE ".
002260            05 WS-RL-DATE                 PIC X(08).
002270            05 FILLER                     PIC X(34) VALUE SPACES.
002280        01  WS-STOP-LINE.
002290            05 FILLER                     PIC X(05) VALUE "STOP ".
002300            05 WS-SL-STOP-SEQ             PIC 9(03).
002310            05 FILLER                     PIC X(02) VALUE SPACES.
002320            05 WS-SL-STOP-NAME            PIC X(30).
002330            05 FILLER                     PIC X(40) VALUE SPACES.
002340        01  WS-RIDER-LINE.
002350            05 FILLER                     PIC X(04) VALUE SPACES.
002360            05 WS-RD-ENROLL-NO            PIC 9(06).
002370            05 FILLER                     PIC X(02) VALUE SPACES.
002380            05 WS-RD-SNAME                PIC X(30).
002390            05 FILLER                     PIC X(02) VALUE SPACES.
002400            05 WS-RD-STREET               PIC X(30).
002410            05 FILLER                     PIC X(01) VALUE SPACES.
002420            05 WS-RD-CHANGE-FLAG          PIC X(01).
002430            05 FILLER                     PIC X(04) VALUE SPACES.
002440        01  WS-ROUTE-TOTAL.
002450            05 FILLER                     PIC X(16)
002460                                          VALUE "RIDERS ON ROUTE ".
002470            05 WS-RT-TOT-ROUTE            PIC X(03).
002480            05 FILLER                     PIC X(02) VALUE ": ".
002490            05 WS-RT-TOT-RIDERS           PIC ZZ,ZZ9.
002500            05 FILLER                     PIC X(16)
002510                                          VALUE "   (* = CHANGING".
002520            05 FILLER                     PIC X(14)
002530                                          VALUE " - SEE BUSCHG)".
002540            05 FILLER                     PIC X(23) VALUE SPACES.
002550        01  WS-EXCEPTION-OUT.
002560            05 FILLER                     PIC X(13)
002570                                          VALUE "NOT PLACED - ".
002580            05 WS-EXC-ENROLL-NO           PIC 9(06).
002590            05 FILLER                     PIC X(01) VALUE SPACES.
002600            05 WS-EXC-SNAME               PIC X(20).
002610            05 FILLER                     PIC X(03) VALUE " - ".
002620            05 WS-EXC-REASON              PIC X(37).
002630        01  WS-CHANGE-OUT.
002640            05 WS-CH-ENROLL-NO            PIC 9(06).
002650            05 FILLER                     PIC X(01) VALUE SPACES.
002660            05 WS-CH-SNAME                PIC X(24).
002670            05 FILLER                     PIC X(06) VALUE " FROM ".
002680            05 WS-CH-OLD-ROUTE            PIC X(03).
002690            05 FILLER                     PIC X(01) VALUE "/".
002700            05 WS-CH-OLD-STOP             PIC X(03).
002710            05 FILLER                     PIC X(04) VALUE " TO ".
002720            05 WS-CH-NEW-ROUTE            PIC X(03).
002730            05 FILLER                     PIC X(01) VALUE "/".
002740            05 WS-CH-NEW-STOP             PIC X(03).
002750            05 FILLER                     PIC X(11)
002760                                          VALUE " EFFECTIVE ".
002770            05 WS-CH-EFF-DATE             PIC X(08).
002780            05 FILLER                     PIC X(06) VALUE SPACES.
002790        01  WS-CHANGE-TITLE.
002800            05 FILLER                     PIC X(38)
002810                 VALUE "PENDING BUS ROUTE CHANGES - RUN DATE ".
002820            05 WS-CT-DATE                 PIC X(08).
002830            05 FILLER                     PIC X(34) VALUE SPACES.
002840        01  WS-CHANGE-COLUMNS.
002850            05 FILLER                     PIC X(38)
002860                 VALUE "ENROLL NAME                     ".
002870            05 FILLER                     PIC X(42)
002880                 VALUE "ROUTE/STOP NOW - ROUTE/STOP NEW (---=NONE)".
002890        COPY SPGMABNL.
002900        PROCEDURE DIVISION.
002910       ******************************************************************
002920       * MAIN PROGRAM FLOW.
002930       ******************************************************************
002940        00000-MAIN-PARA.
002950            PERFORM 10000-INITIALIZE-PARA.
002960            IF  WS-ERROR-FLAG              NOT = "YES"
002970                PERFORM 12000-LOAD-ROUTE-PARA
002980                    UNTIL WS-ROUTE-EOF     = "YES"
002990                PERFORM 14000-LOAD-HIST-PARA
003000                    UNTIL WS-HIST-EOF      = "YES"
003010                PERFORM 16000-READ-ADDR-PARA
003020                SORT SORT-FILE
003030                    ON ASCENDING KEY SR-ROUTE-NO
003040                    ON ASCENDING KEY SR-STOP-SEQ
003050                    ON ASCENDING KEY SR-SNAME
003060                    ON ASCENDING KEY SR-ENROLL-NO
003070                    INPUT PROCEDURE IS 20000-ASSIGN-PARA
003080                    OUTPUT PROCEDURE IS 25000-PRINT-PARA
003090            END-IF.
003100            PERFORM 30000-CLOSE-PARA.
003110            STOP RUN.
003120       ******************************************************************
003130       * OPEN ALL FILES. ADDRHIST IS OPTIONAL - WITHOUT IT THERE ARE NO
003140       * PENDING ADDRESS CHANGES.
003150       ******************************************************************
003160        10000-INITIALIZE-PARA.
003170            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003180            OPEN INPUT STUD-FILE.
003190            IF WS-STUD-FS                 NOT = "00"
003200               DISPLAY "STUDOUT ACCESS ERROR."
003210               MOVE "CEXM1040"            TO LK-PGM-ID
003220               MOVE "STUDOUT"             TO LK-FILE-ID
003230               MOVE WS-STUD-FS            TO LK-FILE-STATUS
003240               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003250               IF  LK-ABEND-YES
003260                   MOVE 16                TO RETURN-CODE
003270                   MOVE "YES"             TO WS-ERROR-FLAG
003280               END-IF
003290            END-IF.
003300            OPEN INPUT ADDR-FILE.
003310            IF WS-ADDR-FS                 NOT = "00"
003320               DISPLAY "ADDRFILE ACCESS ERROR."
003330               MOVE "CEXM1040"            TO LK-PGM-ID
003340               MOVE "ADDFILE"             TO LK-FILE-ID
003350               MOVE WS-ADDR-FS            TO LK-FILE-STATUS
003360               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003370               IF  LK-ABEND-YES
003380                   MOVE 16                TO RETURN-CODE
003390                   MOVE "YES"             TO WS-ERROR-FLAG
003400               END-IF
003410            END-IF.
003420            OPEN INPUT HIST-FILE.
003430            IF WS-HIST-FS                 = "35"
003440               MOVE "NO"                  TO WS-HIST-AVAIL
003450               MOVE "YES"                 TO WS-HIST-EOF
003460            ELSE
003470               IF WS-HIST-FS              NOT = "00"
003480                  DISPLAY "ADDRHIST ACCESS ERROR."
003490                  MOVE "CEXM1040"         TO LK-PGM-ID
003500                  MOVE "ADDRHIST"         TO LK-FILE-ID
003510                  MOVE WS-HIST-FS         TO LK-FILE-STATUS
003520                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
003530                  IF  LK-ABEND-YES
003540                      MOVE 16             TO RETURN-CODE
003550                      MOVE "YES"          TO WS-ERROR-FLAG
003560                  END-IF
003570               END-IF
003580            END-IF.
003590            OPEN INPUT ROUTE-FILE.
003600            IF WS-ROUTE-FS                NOT = "00"
003610               DISPLAY "ROUTFILE ACCESS ERROR."
003620               MOVE "CEXM1040"            TO LK-PGM-ID
003630               MOVE "ROUTFILE"            TO LK-FILE-ID
003640               MOVE WS-ROUTE-FS           TO LK-FILE-STATUS
003650               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003660               IF  LK-ABEND-YES
003670                   MOVE 16                TO RETURN-CODE
003680                   MOVE "YES"             TO WS-ERROR-FLAG
003690               END-IF
003700            END-IF.
003710            OPEN OUTPUT ASGN-FILE.
003720            IF WS-ASGN-FS                 NOT = "00"
003730               DISPLAY "BUSASGN ACCESS ERROR."
003740               MOVE "CEXM1040"            TO LK-PGM-ID
003750               MOVE "BUSASGN"             TO LK-FILE-ID
003760               MOVE WS-ASGN-FS            TO LK-FILE-STATUS
003770               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003780               IF  LK-ABEND-YES
003790                   MOVE 16                TO RETURN-CODE
003800                   MOVE "YES"             TO WS-ERROR-FLAG
003810               END-IF
003820            END-IF.
003830            OPEN OUTPUT REPORT-FILE.
003840            IF WS-REPORT-FS               NOT = "00"
003850               DISPLAY "BUSRPT ACCESS ERROR."
003860               MOVE "CEXM1040"            TO LK-PGM-ID
003870               MOVE "BUSRPT"              TO LK-FILE-ID
003880               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003890               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003900               IF  LK-ABEND-YES
003910                   MOVE 16                TO RETURN-CODE
003920                   MOVE "YES"             TO WS-ERROR-FLAG
003930               END-IF
003940            END-IF.
003950            OPEN OUTPUT EXCEPTION-FILE.
003960            IF WS-EXCEPTION-FS            NOT = "00"
003970               DISPLAY "BUSEXCP ACCESS ERROR."
003980               MOVE "CEXM1040"            TO LK-PGM-ID
003990               MOVE "BUSEXCP"             TO LK-FILE-ID
004000               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
004010               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004020               IF  LK-ABEND-YES
004030                   MOVE 16                TO RETURN-CODE
004040                   MOVE "YES"             TO WS-ERROR-FLAG
004050               END-IF
004060            END-IF.
004070            OPEN OUTPUT CHANGE-FILE.
004080            IF WS-CHANGE-FS               NOT = "00"
004090               DISPLAY "BUSCHG ACCESS ERROR."
004100               MOVE "CEXM1040"            TO LK-PGM-ID
004110               MOVE "BUSCHG"              TO LK-FILE-ID
004120               MOVE WS-CHANGE-FS          TO LK-FILE-STATUS
004130               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004140               IF  LK-ABEND-YES
004150                   MOVE 16                TO RETURN-CODE
004160                   MOVE "YES"             TO WS-ERROR-FLAG
004170               END-IF
004180            END-IF.
004190            IF  WS-ERROR-FLAG              NOT = "YES"
004200                MOVE WS-TODAY-DATE         TO WS-CT-DATE
004210                MOVE WS-CHANGE-TITLE       TO CG-CHANGE-REC
004220                WRITE CG-CHANGE-REC
004230                MOVE WS-CHANGE-COLUMNS     TO CG-CHANGE-REC
004240                WRITE CG-CHANGE-REC
004250                MOVE WS-HEADER1            TO CG-CHANGE-REC
004260                WRITE CG-CHANGE-REC
004270            END-IF.
004280       ******************************************************************
004290       * LOAD THE ROUTE MASTER. A LINE WITH NO ROUTE, A NON-NUMERIC
004300       * STOP OR ZIP, OR A HOUSE RANGE THAT RUNS BACKWARDS IS SKIPPED.
004310       ******************************************************************
004320        12000-LOAD-ROUTE-PARA.
004330            READ ROUTE-FILE
004340            AT END
004350                MOVE "YES"                 TO WS-ROUTE-EOF
004360            NOT AT END
004370                EVALUATE TRUE
004380                    WHEN RT-ROUTE-NO       = SPACES
004390                        OR RT-STOP-SEQ     NOT NUMERIC
004400                        OR RT-ZIPCODE      NOT NUMERIC
004410                        OR RT-HOUSE-LOW    NOT NUMERIC
004420                        OR RT-HOUSE-HIGH   NOT NUMERIC
004430                        OR RT-HOUSE-LOW    > RT-HOUSE-HIGH
004440                        DISPLAY "BAD ROUTFILE LINE SKIPPED: "
004450                            RT-ROUTE-REC
004460                    WHEN WS-RT-COUNT       = 500
004470                        DISPLAY "ROUTE TABLE FULL AT 500 LINES."
004480                    WHEN OTHER
004490                        ADD 1              TO WS-RT-COUNT
004500                        MOVE RT-ROUTE-NO   TO WS-RT-ROUTE-NO(WS-RT-COUNT)
004510                        MOVE RT-STOP-SEQ   TO WS-RT-STOP-SEQ(WS-RT-COUNT)
004520                        MOVE RT-STOP-NAME
004530                                       TO WS-RT-STOP-NAME(WS-RT-COUNT)
004540                        MOVE RT-ZIPCODE    TO WS-RT-ZIPCODE(WS-RT-COUNT)
004550                        MOVE RT-STREET     TO WS-RT-STREET(WS-RT-COUNT)
004560                        MOVE RT-HOUSE-LOW
004570                                       TO WS-RT-HOUSE-LOW(WS-RT-COUNT)
004580                        MOVE RT-HOUSE-HIGH
004590                                       TO WS-RT-HOUSE-HIGH(WS-RT-COUNT)
004600                END-EVALUATE
004610            END-READ.
004620       ******************************************************************
004630       * KEEP EACH STUDENT'S EARLIEST ADDRESS CHANGE STILL TO TAKE
004640       * EFFECT (EFFECTIVE DATE AFTER TODAY).
004650       ******************************************************************
004660        14000-LOAD-HIST-PARA.
004670            READ HIST-FILE
004680            AT END
004690                MOVE "YES"                 TO WS-HIST-EOF
004700            NOT AT END
004710                IF  HX-EFF-DATE            > WS-TODAY-DATE
004720                    PERFORM 14200-FIND-PENDING-PARA
004730                    EVALUATE TRUE
004740                        WHEN WS-PC-HIT     NOT = 0
004750                            IF  HX-EFF-DATE < WS-PC-EFF-DATE(WS-PC-HIT)
004760                                PERFORM 14400-SET-PENDING-PARA
004770                            END-IF
004780                        WHEN WS-PC-COUNT   = 2000
004790                            DISPLAY "PENDING CHANGE TABLE FULL - "
004800                                "ENROLL NO " HX-ENROLL-NO
004810                        WHEN OTHER
004820                            ADD 1          TO WS-PC-COUNT
004830                            MOVE WS-PC-COUNT TO WS-PC-HIT
004840                            PERFORM 14400-SET-PENDING-PARA
004850                    END-EVALUATE
004860                END-IF
004870            END-READ.
004880        14200-FIND-PENDING-PARA.
004890            MOVE 0                         TO WS-PC-HIT.
004900            PERFORM 14300-SCAN-PENDING-PARA
004910                VARYING WS-PC-SUB FROM 1 BY 1
004920                UNTIL WS-PC-SUB            > WS-PC-COUNT
004930                OR WS-PC-HIT               NOT = 0.
004940        14300-SCAN-PENDING-PARA.
004950            IF  WS-PC-ENROLL-NO(WS-PC-SUB) = HX-ENROLL-NO
004960                MOVE WS-PC-SUB             TO WS-PC-HIT
004970            END-IF.
004980        14400-SET-PENDING-PARA.
004990            MOVE HX-ENROLL-NO              TO WS-PC-ENROLL-NO(WS-PC-HIT).
005000            MOVE HX-EFF-DATE               TO WS-PC-EFF-DATE(WS-PC-HIT).
005010            MOVE HX-PR-STREET              TO WS-PC-STREET(WS-PC-HIT).
005020            MOVE HX-PR-ZIPCODE             TO WS-PC-ZIPCODE(WS-PC-HIT).
005030       ******************************************************************
005040       * READ THE NEXT ADDRESS; HIGH-VALUES AT END FOR THE MATCH.
005050       ******************************************************************
005060        16000-READ-ADDR-PARA.
005070            READ ADDR-FILE
005080            AT END
005090                MOVE "YES"                 TO WS-ADDR-EOF
005100                MOVE 999999                TO AS-ENROLL-NO
005110            END-READ.
005120       ******************************************************************
005130       * INPUT PROCEDURE: WALK STUDFILE, MATCHING EACH ACTIVE STUDENT
005140       * TO THEIR ADDRESS AND PLACING THEM ON A STOP.
005150       ******************************************************************
005160        20000-ASSIGN-PARA.
005170            PERFORM 21000-ONE-STUDENT-PARA
005180                UNTIL WS-ENDOFFILE         = "YES".
005190        21000-ONE-STUDENT-PARA.
005200            READ STUD-FILE
005210            AT END
005220                MOVE "YES"                 TO WS-ENDOFFILE
005230            NOT AT END
005240                PERFORM 16000-READ-ADDR-PARA
005250                    UNTIL AS-ENROLL-NO     NOT < FS-ENROLL-NO
005260                IF  FS-STUD-STATUS         = "A"
005270                    OR FS-STUD-STATUS      = SPACE
005280                    PERFORM 22000-PLACE-STUDENT-PARA
005290                END-IF
005300            END-READ.
005310       ******************************************************************
005320       * PLACE ONE ACTIVE STUDENT. WITH A CHANGE PENDING, THE PRIOR
005330       * ADDRESS DECIDES TODAY'S STOP AND THE NEW ONE IS CHECKED TOO.
005340       ******************************************************************
005350        22000-PLACE-STUDENT-PARA.
005360            MOVE FS-ENROLL-NO              TO WS-EXC-ENROLL-NO.
005370            MOVE FS-SNAME                  TO WS-EXC-SNAME.
005380            EVALUATE TRUE
005390                WHEN AS-ENROLL-NO          NOT = FS-ENROLL-NO
005400                    MOVE "NO ADDRESS ON ADDRFILE" TO WS-EXC-REASON
005410                    PERFORM 27000-UNPLACED-PARA
005420                WHEN AS-BAD-ADDR-FLAG      = "B"
005430                    MOVE "ADDRESS FLAGGED BAD (RETURNED MAIL)"
005440                                           TO WS-EXC-REASON
005450                    PERFORM 27000-UNPLACED-PARA
005460                WHEN OTHER
005470                    PERFORM 22200-ASSIGN-STOP-PARA
005480            END-EVALUATE.
005490        22200-ASSIGN-STOP-PARA.
005500            MOVE AS-STREET                 TO WS-MATCH-STREET.
005510            MOVE AS-ZIPCODE                TO WS-MATCH-ZIPCODE.
005520            PERFORM 23000-MATCH-STOP-PARA.
005530            MOVE WS-RT-HIT                 TO WS-NEW-HIT.
005540            MOVE WS-RT-HIT                 TO WS-NOW-HIT.
005550            MOVE 0                         TO WS-PC-HIT.
005560            IF  WS-PC-COUNT                > 0
005570                MOVE FS-ENROLL-NO          TO HX-ENROLL-NO
005580                PERFORM 14200-FIND-PENDING-PARA
005590            END-IF.
005600            IF  WS-PC-HIT                  NOT = 0
005610                MOVE WS-PC-STREET(WS-PC-HIT)  TO WS-MATCH-STREET
005620                MOVE WS-PC-ZIPCODE(WS-PC-HIT) TO WS-MATCH-ZIPCODE
005630                PERFORM 23000-MATCH-STOP-PARA
005640                MOVE WS-RT-HIT             TO WS-NOW-HIT
005650            END-IF.
005660            MOVE SPACES                    TO BA-ASGN-REC.
005670            MOVE FS-ENROLL-NO              TO BA-ENROLL-NO.
005680            MOVE 0                         TO BA-STOP-SEQ.
005690            MOVE 0                         TO BA-NEW-STOP-SEQ.
005700            IF  WS-NOW-HIT                 = 0
005710                MOVE "NO STOP SERVES THE ADDRESS" TO WS-EXC-REASON
005720                PERFORM 27000-UNPLACED-PARA
005730            ELSE
005740                ADD 1                      TO WS-PLACED-COUNT
005750                MOVE WS-RT-ROUTE-NO(WS-NOW-HIT) TO BA-ROUTE-NO
005760                MOVE WS-RT-STOP-SEQ(WS-NOW-HIT) TO BA-STOP-SEQ
005770                MOVE WS-RT-ROUTE-NO(WS-NOW-HIT) TO SR-ROUTE-NO
005780                MOVE WS-RT-STOP-SEQ(WS-NOW-HIT) TO SR-STOP-SEQ
005790                MOVE WS-RT-STOP-NAME(WS-NOW-HIT) TO SR-STOP-NAME
005800                MOVE FS-SNAME              TO SR-SNAME
005810                MOVE FS-ENROLL-NO          TO SR-ENROLL-NO
005820                MOVE WS-MATCH-STREET       TO SR-STREET
005830                MOVE SPACE                 TO SR-CHANGE-FLAG
005840            END-IF.
005850            IF  WS-PC-HIT                  NOT = 0
005860                PERFORM 24000-CHECK-CHANGE-PARA
005870            END-IF.
005880            IF  WS-NOW-HIT                 NOT = 0
005890                RELEASE SR-SORT-REC
005900                WRITE BA-ASGN-REC
005910            END-IF.
005920       ******************************************************************
005930       * FIND THE STOP FOR WS-MATCH-STREET/ZIPCODE (0 = NONE). A LINE
005940       * NAMING THE STREET, WITH THE HOUSE NUMBER IN RANGE (0-0 = ANY
005950       * NUMBER), BEATS A LINE SERVING THE WHOLE ZIP. THE ADDRESS IS
005960       * SPLIT INTO HOUSE NUMBER AND STREET NAME AT THE FIRST SPACE.
005970       ******************************************************************
005980        23000-MATCH-STOP-PARA.
005990            MOVE 0                         TO WS-RT-HIT.
006000            MOVE 0                         TO WS-HOUSE-NO.
006010            MOVE SPACES                    TO WS-HOUSE-TOKEN.
006020            MOVE 1                         TO WS-TOKEN-PTR.
006030            UNSTRING WS-MATCH-STREET DELIMITED BY ALL SPACE
006040                INTO WS-HOUSE-TOKEN
006050                WITH POINTER WS-TOKEN-PTR
006060            END-UNSTRING.
006070            MOVE 0                         TO WS-HOUSE-LEN.
006080            INSPECT WS-HOUSE-TOKEN TALLYING WS-HOUSE-LEN
006090                FOR CHARACTERS BEFORE INITIAL SPACE.
006100            IF  WS-HOUSE-LEN               > 0
006110                AND WS-HOUSE-LEN           < 7
006120                AND WS-HOUSE-TOKEN(1:WS-HOUSE-LEN) IS NUMERIC
006130                MOVE WS-HOUSE-TOKEN(1:WS-HOUSE-LEN) TO WS-HOUSE-NO
006140                MOVE SPACES                TO WS-STREET-NAME
006150                IF  WS-TOKEN-PTR           < 31
006160                    MOVE WS-MATCH-STREET(WS-TOKEN-PTR:)
006170                                           TO WS-STREET-NAME
006180                END-IF
006190            ELSE
006200                MOVE WS-MATCH-STREET       TO WS-STREET-NAME
006210            END-IF.
006220            PERFORM 23100-SCAN-STREET-PARA
006230                VARYING WS-RT-SUB FROM 1 BY 1
006240                UNTIL WS-RT-SUB            > WS-RT-COUNT
006250                OR WS-RT-HIT               NOT = 0.
006260            IF  WS-RT-HIT                  = 0
006270                PERFORM 23200-SCAN-ZIP-PARA
006280                    VARYING WS-RT-SUB FROM 1 BY 1
006290                    UNTIL WS-RT-SUB        > WS-RT-COUNT
006300                    OR WS-RT-HIT           NOT = 0
006310            END-IF.
006320        23100-SCAN-STREET-PARA.
006330            IF  WS-RT-ZIPCODE(WS-RT-SUB)   = WS-MATCH-ZIPCODE
006340                AND WS-RT-STREET(WS-RT-SUB) NOT = SPACES
006350                AND WS-RT-STREET(WS-RT-SUB) = WS-STREET-NAME(1:20)
006360                AND (WS-RT-HOUSE-HIGH(WS-RT-SUB) = 0
006370                OR  (WS-HOUSE-NO NOT < WS-RT-HOUSE-LOW(WS-RT-SUB)
006380                AND  WS-HOUSE-NO NOT > WS-RT-HOUSE-HIGH(WS-RT-SUB)))
006390                MOVE WS-RT-SUB             TO WS-RT-HIT
006400            END-IF.
006410        23200-SCAN-ZIP-PARA.
006420            IF  WS-RT-ZIPCODE(WS-RT-SUB)   = WS-MATCH-ZIPCODE
006430                AND WS-RT-STREET(WS-RT-SUB) = SPACES
006440                MOVE WS-RT-SUB             TO WS-RT-HIT
006450            END-IF.
006460       ******************************************************************
006470       * A PENDING ADDRESS CHANGE THAT MOVES THE STUDENT TO ANOTHER
006480       * ROUTE OR STOP (OR ON OR OFF THE BUS) IS LISTED ON BUSCHG, AND
006490       * THE RIDER IS STARRED ON TODAY'S ROSTER.
006500       ******************************************************************
006510        24000-CHECK-CHANGE-PARA.
006520            IF  WS-NEW-HIT                 NOT = 0
006530                MOVE WS-RT-ROUTE-NO(WS-NEW-HIT) TO BA-NEW-ROUTE-NO
006540                MOVE WS-RT-STOP-SEQ(WS-NEW-HIT) TO BA-NEW-STOP-SEQ
006550            END-IF.
006560            MOVE WS-PC-EFF-DATE(WS-PC-HIT) TO BA-EFF-DATE.
006570            IF  BA-NEW-ROUTE-NO            NOT = BA-ROUTE-NO
006580                OR BA-NEW-STOP-SEQ         NOT = BA-STOP-SEQ
006590                ADD 1                      TO WS-CHANGE-COUNT
006600                MOVE "*"                   TO SR-CHANGE-FLAG
006610                MOVE FS-ENROLL-NO          TO WS-CH-ENROLL-NO
006620                MOVE FS-SNAME              TO WS-CH-SNAME
006630                MOVE "---"                 TO WS-CH-OLD-ROUTE
006640                MOVE "---"                 TO WS-CH-OLD-STOP
006650                MOVE "---"                 TO WS-CH-NEW-ROUTE
006660                MOVE "---"                 TO WS-CH-NEW-STOP
006670                IF  WS-NOW-HIT             NOT = 0
006680                    MOVE BA-ROUTE-NO       TO WS-CH-OLD-ROUTE
006690                    MOVE BA-STOP-SEQ       TO WS-CH-OLD-STOP
006700                END-IF
006710                IF  WS-NEW-HIT             NOT = 0
006720                    MOVE BA-NEW-ROUTE-NO   TO WS-CH-NEW-ROUTE
006730                    MOVE BA-NEW-STOP-SEQ   TO WS-CH-NEW-STOP
006740                END-IF
006750                MOVE BA-EFF-DATE           TO WS-CH-EFF-DATE
006760                MOVE WS-CHANGE-OUT         TO CG-CHANGE-REC
006770                WRITE CG-CHANGE-REC
006780            END-IF.
006790       ******************************************************************
006800       * OUTPUT PROCEDURE: ONE ROSTER PER ROUTE, RIDERS BY STOP.
006810       ******************************************************************
006820        25000-PRINT-PARA.
006830            PERFORM 25200-ONE-RETURN-PARA
006840                UNTIL WS-SORT-EOF          = "YES".
006850            IF  WS-FIRST-ROUTE             = "NO"
006860                PERFORM 26000-ROUTE-TOTAL-PARA
006870            END-IF.
006880        25200-ONE-RETURN-PARA.
006890            RETURN SORT-FILE
006900            AT END
006910                MOVE "YES"                 TO WS-SORT-EOF
006920            NOT AT END
006930                IF  WS-FIRST-ROUTE         = "YES"
006940                    OR SR-ROUTE-NO         NOT = WS-PREV-ROUTE
006950                    IF  WS-FIRST-ROUTE     = "NO"
006960                        PERFORM 26000-ROUTE-TOTAL-PARA
006970                    END-IF
006980                    PERFORM 25400-ROUTE-HEAD-PARA
006990                END-IF
007000                IF  SR-STOP-SEQ            NOT = WS-PREV-STOP
007010                    MOVE SR-STOP-SEQ       TO WS-PREV-STOP
007020                    MOVE SR-STOP-SEQ       TO WS-SL-STOP-SEQ
007030                    MOVE SR-STOP-NAME      TO WS-SL-STOP-NAME
007040                    MOVE WS-STOP-LINE      TO RS-REPORT-REC
007050                    WRITE RS-REPORT-REC
007060                END-IF
007070                MOVE SR-ENROLL-NO          TO WS-RD-ENROLL-NO
007080                MOVE SR-SNAME              TO WS-RD-SNAME
007090                MOVE SR-STREET             TO WS-RD-STREET
007100                MOVE SR-CHANGE-FLAG        TO WS-RD-CHANGE-FLAG
007110                MOVE WS-RIDER-LINE         TO RS-REPORT-REC
007120                WRITE RS-REPORT-REC
007130                ADD 1                      TO WS-ROUTE-RIDERS
007140            END-RETURN.
007150       ******************************************************************
007160       * START A NEW ROUTE'S ROSTER.
007170       ******************************************************************
007180        25400-ROUTE-HEAD-PARA.
007190            MOVE "NO"                      TO WS-FIRST-ROUTE.
007200            MOVE SR-ROUTE-NO               TO WS-PREV-ROUTE.
007210            MOVE 999                       TO WS-PREV-STOP.
007220            MOVE 0                         TO WS-ROUTE-RIDERS.
007230            MOVE SR-ROUTE-NO               TO WS-RL-ROUTE-NO.
007240            MOVE WS-TODAY-DATE             TO WS-RL-DATE.
007250            MOVE WS-HEADER1                TO RS-REPORT-REC.
007260            WRITE RS-REPORT-REC.
007270            MOVE WS-ROUTE-LINE             TO RS-REPORT-REC.
007280            WRITE RS-REPORT-REC.
007290            MOVE WS-HEADER1                TO RS-REPORT-REC.
007300            WRITE RS-REPORT-REC.
007310       ******************************************************************
007320       * CLOSE A ROUTE'S ROSTER WITH ITS RIDER COUNT.
007330       ******************************************************************
007340        26000-ROUTE-TOTAL-PARA.
007350            MOVE WS-PREV-ROUTE             TO WS-RT-TOT-ROUTE.
007360            MOVE WS-ROUTE-RIDERS           TO WS-RT-TOT-RIDERS.
007370            MOVE WS-ROUTE-TOTAL            TO RS-REPORT-REC.
007380            WRITE RS-REPORT-REC.
007390       ******************************************************************
007400       * LIST A STUDENT THE RUN COULD NOT PLACE.
007410       ******************************************************************
007420        27000-UNPLACED-PARA.
007430            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
007440            WRITE ES-EXCEPTION-REC.
007450            ADD 1                          TO WS-UNPLACED-COUNT.
007460       ******************************************************************
007470       * DISPLAY COUNTS AND CLOSE THE FILES.
007480       ******************************************************************
007490        30000-CLOSE-PARA.
007500            DISPLAY "STUDENTS PLACED   : " WS-PLACED-COUNT.
007510            DISPLAY "NOT PLACED        : " WS-UNPLACED-COUNT.
007520            DISPLAY "ROUTE CHANGES DUE : " WS-CHANGE-COUNT.
007530            CLOSE STUD-FILE.
007540            CLOSE ADDR-FILE.
007550            IF  WS-HIST-AVAIL              = "YES"
007560                CLOSE HIST-FILE
007570            END-IF.
007580            CLOSE ROUTE-FILE.
007590            CLOSE ASGN-FILE.
007600            CLOSE REPORT-FILE.
007610            CLOSE EXCEPTION-FILE.
007620            CLOSE CHANGE-FILE.
