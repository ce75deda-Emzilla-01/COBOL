000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1026.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: GRADEBOOK ROLL-UP INTO THE COURSE MARK. TAKES
000060       *  THE TERM CODE FROM SYSIN (IT MUST BE OPEN ON TERMCTL, AS FOR
000070       *  CEXM929), LOADS THE PER-COURSE CATEGORY WEIGHTS FROM WGTFILE
000080       *  (HOMEWORK/QUIZ/EXAM PERCENTAGES, WHICH MUST TOTAL 100), AND
000090       *  WALKS CEXM1025'S GRADEBK ONE STUDENT-COURSE AT A TIME. EACH
000100       *  CATEGORY SCORES AS TOTAL POINTS OVER TOTAL POSSIBLE; THE
000110       *  COURSE MARK IS THE WEIGHTED MEAN OF THE CATEGORIES THAT HAVE
000120       *  BEEN GRADED SO FAR, ROUNDED TO A WHOLE MARK. THE MARKS ARE NOT
000130       *  WRITTEN TO REGFILE HERE - THEY GO OUT AS A REGIN-FORMAT
000140       *  EXTRACT ON REGOUT, WHICH CEXM929 THEN LOADS THROUGH ITS
000150       *  NORMAL VALIDATION. THE SAME PASS IS SORTED BY COURSE AND
000160       *  SECTION INTO A GRADEBOOK LISTING FOR EACH SECTION'S
000170       *  INSTRUCTOR ON GBKRPT. GRADEBOOK GROUPS THAT CANNOT BE ROLLED
000180       *  UP ARE LISTED ON RUPEXCP.
000190       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000200       * WGTFILE : JEBA02.EMY.COBOL.WGTFILE
000210       * GRADEBK : JEBA02.EMY.COBOL.GRADEBK (INDEXED ON ENROLL+COURSE+
000220       *           ASSIGNMENT NO)
000230       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000240       * SECTFILE: JEBA02.EMY.COBOL.SECTFILE (INDEXED ON COURSE+SECT)
000250       * INSTFILE: JEBA02.EMY.COBOL.INSTFILE (INDEXED ON INSTR NO)
000260       * REGOUT  : JEBA02.EMY.COBOL.GBKREGIN (REGIN FORMAT, CEXM929)
000270       * GBKRPT  : JEBA02.EMY.COBOL.GBKRPT
000280       * RUPEXCP : JEBA02.EMY.COBOL.RUPEXCP
000290       * SORTWK  : SORT WORK FILE
000300       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000310       * ----------------------------------------------------------------
000320       * PRJ NO    NAME     DATE          MAINT DESC.
000330       * ----------------------------------------------------------------
000340       * JEBA02    EMY     09/16/2026    PROGRAM CREATED.
000350       ******************************************************************
000360        ENVIRONMENT DIVISION.
000370        INPUT-OUTPUT SECTION.
000380        FILE-CONTROL.
000390            SELECT TERM-FILE
000400                ASSIGN TO TERMCTL
000410                ORGANIZATION IS INDEXED
000420                ACCESS MODE IS RANDOM
000430                RECORD KEY IS TM-TERM-CODE
000440                FILE STATUS IS WS-TERM-FS.
000450            SELECT WGT-FILE
000460                ASSIGN TO WGTFILE
000470                ORGANIZATION IS SEQUENTIAL
000480                ACCESS MODE IS SEQUENTIAL
000490                FILE STATUS IS WS-WGT-FS.
000500            SELECT GBK-FILE
000510                ASSIGN TO GRADEBK
000520                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS SEQUENTIAL
000540                RECORD KEY IS GB-GBK-KEY
000550                FILE STATUS IS WS-GBK-FS.
000560            SELECT REG-FILE
000570                ASSIGN TO REGFILE
000580                ORGANIZATION IS INDEXED
000590                ACCESS MODE IS RANDOM
000600                RECORD KEY IS RG-REG-KEY
000610                FILE STATUS IS WS-REG-FS.
000620            SELECT SECT-FILE
000630                ASSIGN TO SECTFILE
000640                ORGANIZATION IS INDEXED
000650                ACCESS MODE IS RANDOM
000660                RECORD KEY IS SE-SECT-KEY
000670                FILE STATUS IS WS-SECT-FS.
000680            SELECT INST-FILE
000690                ASSIGN TO INSTFILE
000700                ORGANIZATION IS INDEXED
000710                ACCESS MODE IS RANDOM
000720                RECORD KEY IS IN-INSTR-NO
000730                FILE STATUS IS WS-INST-FS.
000740            SELECT REGOUT-FILE
000750                ASSIGN TO REGOUT
000760                ORGANIZATION IS SEQUENTIAL
000770                ACCESS MODE IS SEQUENTIAL
000780                FILE STATUS IS WS-REGOUT-FS.
000790            SELECT REPORT-FILE
000800                ASSIGN TO GBKRPT
000810                ORGANIZATION IS SEQUENTIAL
000820                ACCESS MODE IS SEQUENTIAL
000830                FILE STATUS IS WS-REPORT-FS.
000840            SELECT EXCEPTION-FILE
000850                ASSIGN TO RUPEXCP
000860                ORGANIZATION IS SEQUENTIAL
000870                ACCESS MODE IS SEQUENTIAL
000880                FILE STATUS IS WS-EXCEPTION-FS.
000890            SELECT SORT-FILE
000900                ASSIGN TO SORTWK.
000910        DATA DIVISION.
000920        FILE SECTION.
000930        FD  TERM-FILE.
000940        01  TM-TERM-REC.
000950            05  TM-TERM-CODE              PIC X(05).
000960            05  TM-START-DATE             PIC 9(08).
000970            05  TM-END-DATE               PIC 9(08).
000980            05  TM-OPEN-FLAG              PIC X(01).
000990            05  FILLER                    PIC X(58).
001000        FD  WGT-FILE.
001010        01  WT-WGT-REC.
001020            05  WT-COURSE-CODE            PIC X(06).
001030            05  WT-HW-PCT                 PIC 9(03).
001040            05  WT-QZ-PCT                 PIC 9(03).
001050            05  WT-EX-PCT                 PIC 9(03).
001060            05  FILLER                    PIC X(65).
001070        FD  GBK-FILE.
001080        01  GB-GBK-REC.
001090            05  GB-GBK-KEY.
001100                10  GB-ENROLL-NO          PIC 9(06).
001110                10  GB-COURSE-CODE        PIC X(06).
001120                10  GB-ASSIGN-NO          PIC 9(03).
001130            05  GB-CATEGORY               PIC X(01).
001140            05  GB-SCORE                  PIC 9(03)V9(01).
001150            05  GB-MAX-SCORE              PIC 9(03)V9(01).
001160            05  GB-ASSIGN-DESC            PIC X(20).
001170            05  GB-TERM-CODE              PIC X(05).
001180            05  FILLER                    PIC X(31).
001190        FD  REG-FILE.
001200        01  RG-REG-REC.
001210            05  RG-REG-KEY.
001220                10  RG-ENROLL-NO          PIC 9(06).
001230                10  RG-COURSE-CODE        PIC X(06).
001240            05  RG-MARKS                  PIC 9(03).
001250            05  RG-CREDIT-HOURS           PIC 9(02).
001260            05  RG-TERM-CODE              PIC X(05).
001270            05  RG-SECTION                PIC 9(02).
001280            05  FILLER                    PIC X(56).
001290        FD  SECT-FILE.
001300        01  SE-SECT-REC.
001310            05  SE-SECT-KEY.
001320                10  SE-COURSE-CODE        PIC X(06).
001330                10  SE-SECT-NO            PIC 9(02).
001340            05  SE-SEAT-CAP               PIC 9(03).
001350            05  SE-SEATS-USED             PIC 9(03).
001360            05  SE-MEET-SLOT              PIC X(10).
001367            05  SE-INSTR-NO               PIC 9(05).
001375            05  SE-ROOM-CODE              PIC X(06).
001382            05  FILLER                    PIC X(45).
001390        FD  INST-FILE.
001400        01  IN-INST-REC.
001410            05  IN-INSTR-NO               PIC 9(05).
001420            05  IN-INSTR-NAME             PIC X(30).
001430            05  IN-DEPTNO                 PIC 9(02).
001440            05  FILLER                    PIC X(43).
001450        FD  REGOUT-FILE.
001460        01  RI-REG-REC.
001470            05  RI-ENROLL-NO              PIC 9(06).
001480            05  RI-COURSE-CODE            PIC X(06).
001490            05  RI-MARKS                  PIC 9(03).
001500            05  RI-OVERRIDE               PIC X(01).
001510            05  RI-SECTION                PIC 9(02).
001520            05  FILLER                    PIC X(62).
001530        FD  REPORT-FILE.
001540        01  RS-REPORT-REC                 PIC X(80).
001550        FD  EXCEPTION-FILE.
001560        01  ES-EXCEPTION-REC              PIC X(80).
001570        SD  SORT-FILE.
001580        01  SR-SORT-REC.
001590            05  SR-COURSE-CODE            PIC X(06).
001600            05  SR-SECTION                PIC 9(02).
001610            05  SR-ENROLL-NO              PIC 9(06).
001620            05  SR-SNAME                  PIC X(30).
001630            05  SR-HW-FLAG                PIC X(01).
001640            05  SR-HW-PCT                 PIC 9(03)V9(02).
001650            05  SR-QZ-FLAG                PIC X(01).
001660            05  SR-QZ-PCT                 PIC 9(03)V9(02).
001670            05  SR-EX-FLAG                PIC X(01).
001680            05  SR-EX-PCT                 PIC 9(03)V9(02).
001690            05  SR-MARK                   PIC 9(03).
001700        WORKING-STORAGE SECTION.
001710        01  WS-TERM-FS                    PIC X(02).
001720        01  WS-WGT-FS                     PIC X(02).
001730        01  WS-GBK-FS                     PIC X(02).
001740        01  WS-REG-FS                     PIC X(02).
001750        01  WS-SECT-FS                    PIC X(02).
001760        01  WS-INST-FS                    PIC X(02).
001770        01  WS-REGOUT-FS                  PIC X(02).
001780        01  WS-REPORT-FS                  PIC X(02).
001790        01  WS-EXCEPTION-FS               PIC X(02).
001800        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001810        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001820        01  WS-WGT-EOF                    PIC X(03) VALUE "NO".
001830        01  WS-SORT-EOF                   PIC X(03) VALUE "NO".
001840        01  WS-TERM-CODE                  PIC X(05).
001850        01  WS-MARK-COUNT                 PIC 9(06) VALUE 0.
001860        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001870        01  WS-SECTION-COUNT              PIC 9(06) VALUE 0.
001880        01  WS-CURRENT-DATE-DATA          PIC X(20).
001890       * CATEGORY WEIGHTS BY COURSE, LOADED FROM WGTFILE. A COURSE
001900       * WHOSE WEIGHTS DO NOT TOTAL 100 IS LEFT OUT OF THE TABLE.
001910        01  WS-WGT-COUNT                  PIC 9(03) VALUE 0.
001920        01  WS-WGT-TABLE.
001930            05  WS-WG-ENTRY               OCCURS 200 TIMES.
001940                10  WS-WG-COURSE          PIC X(06).
001950                10  WS-WG-HW              PIC 9(03).
001960                10  WS-WG-QZ              PIC 9(03).
001970                10  WS-WG-EX              PIC 9(03).
001980        01  WS-WG-SUB                     PIC 9(03).
001990        01  WS-WG-FOUND                   PIC 9(03).
002000       * THE STUDENT-COURSE GROUP BEING ACCUMULATED.
002010        01  WS-CUR-KEY.
002020            05  WS-CUR-ENROLL-NO          PIC 9(06) VALUE 0.
002030            05  WS-CUR-COURSE             PIC X(06) VALUE SPACES.
002040        01  WS-HW-SCORE                   PIC 9(05)V9(01).
002050        01  WS-HW-MAX                     PIC 9(05)V9(01).
002060        01  WS-QZ-SCORE                   PIC 9(05)V9(01).
002070        01  WS-QZ-MAX                     PIC 9(05)V9(01).
002080        01  WS-EX-SCORE                   PIC 9(05)V9(01).
002090        01  WS-EX-MAX                     PIC 9(05)V9(01).
002100        01  WS-HW-PCT                     PIC 9(03)V9(02).
002110        01  WS-QZ-PCT                     PIC 9(03)V9(02).
002120        01  WS-EX-PCT                     PIC 9(03)V9(02).
002130        01  WS-WEIGHT-USED                PIC 9(03).
002140        01  WS-WEIGHTED-SUM               PIC 9(07)V9(02).
002150        01  WS-COURSE-MARK                PIC 9(03).
002160        01  WS-PREV-SECT-KEY.
002170            05  WS-PREV-COURSE            PIC X(06) VALUE SPACES.
002180            05  WS-PREV-SECTION           PIC 9(02) VALUE 0.
002190        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002200        01  WS-HEADER2.
002210            05 FILLER                     PIC X(17)
002220                     VALUE "GRADEBOOK - TERM ".
002230            05 WS-H2-TERM                 PIC X(05).
002240            05 FILLER                     PIC X(09) VALUE "  COURSE ".
002250            05 WS-H2-COURSE               PIC X(06).
002260            05 FILLER                     PIC X(01) VALUE "/".
002270            05 WS-H2-SECT                 PIC 9(02).
002280            05 FILLER                     PIC X(12)
002290                     VALUE "   RUN DATE ".
002300            05 WS-H2-DATE                 PIC X(08).
002310            05 FILLER                     PIC X(20) VALUE SPACES.
002320        01  WS-INSTR-LINE.
002330            05 FILLER                     PIC X(12) VALUE "INSTRUCTOR: ".
002340            05 WS-IL-INSTR                PIC X(30).
002350            05 FILLER                     PIC X(38) VALUE SPACES.
002360        01  WS-COLUMN-LINE.
002370            05 FILLER                     PIC X(08) VALUE "ENROLL".
002380            05 FILLER                     PIC X(32) VALUE "NAME".
002390            05 FILLER                     PIC X(10) VALUE "HOMEWORK".
002400            05 FILLER                     PIC X(10) VALUE "QUIZ".
002410            05 FILLER                     PIC X(10) VALUE "EXAM".
002420            05 FILLER                     PIC X(10) VALUE "MARK".
002430        01  WS-DETAIL-LINE.
002440            05 WS-DL-ENROLL-NO            PIC 9(06).
002450            05 FILLER                     PIC X(02) VALUE SPACES.
002460            05 WS-DL-SNAME                PIC X(30).
002470            05 FILLER                     PIC X(02) VALUE SPACES.
002480            05 WS-DL-HW                   PIC X(06).
002490            05 FILLER                     PIC X(04) VALUE SPACES.
002500            05 WS-DL-QZ                   PIC X(06).
002510            05 FILLER                     PIC X(04) VALUE SPACES.
002520            05 WS-DL-EX                   PIC X(06).
002530            05 FILLER                     PIC X(04) VALUE SPACES.
002540            05 WS-DL-MARK                 PIC ZZ9.
002550            05 FILLER                     PIC X(07) VALUE SPACES.
002560        01  WS-PCT-EDIT                   PIC ZZ9.99.
002570        01  WS-TRAILER.
002580            05 FILLER                     PIC X(16)
002590                     VALUE "MARKS ROLLED UP:".
002600            05 WS-TR-MARKS                PIC ZZZ,ZZ9.
002610            05 FILLER                     PIC X(13)
002620                     VALUE "   SECTIONS: ".
002630            05 WS-TR-SECTIONS             PIC ZZZ,ZZ9.
002640            05 FILLER                     PIC X(13)
002650                     VALUE "   REJECTED: ".
002660            05 WS-TR-REJECTS              PIC ZZZ,ZZ9.
002670            05 FILLER                     PIC X(17) VALUE SPACES.
002680        01  WS-EXCEPTION-OUT.
002690            05 FILLER                     PIC X(11)
002700                                          VALUE "REJECTED - ".
002710            05 WS-EXC-ENROLL-NO           PIC 9(06).
002720            05 FILLER                     PIC X(01) VALUE SPACES.
002730            05 WS-EXC-COURSE              PIC X(06).
002740            05 FILLER                     PIC X(03) VALUE " - ".
002750            05 WS-EXC-REASON              PIC X(40).
002760            05 FILLER                     PIC X(13) VALUE SPACES.
002770        COPY SPGM0901L.
002780        COPY SPGMABNL.
002790        PROCEDURE DIVISION.
002800       ******************************************************************
002810       * MAIN PROGRAM FLOW.
002820       ******************************************************************
002830        00000-MAIN-PARA.
002840            PERFORM 05000-ACCEPT-PARA.
002850            PERFORM 07000-CHECK-TERM-PARA.
002860            IF  WS-ERROR-FLAG              NOT = "YES"
002870                PERFORM 10000-INITIALIZE-PARA
002880            END-IF.
002890            IF  WS-ERROR-FLAG              NOT = "YES"
002900                SORT SORT-FILE
002910                    ON ASCENDING KEY SR-COURSE-CODE
002920                                     SR-SECTION
002930                                     SR-ENROLL-NO
002940                    INPUT PROCEDURE IS 20000-ROLLUP-PARA
002950                    OUTPUT PROCEDURE IS 25000-LISTING-PARA
002960                MOVE WS-MARK-COUNT         TO WS-TR-MARKS
002970                MOVE WS-SECTION-COUNT      TO WS-TR-SECTIONS
002980                MOVE WS-REJECT-COUNT       TO WS-TR-REJECTS
002990                MOVE WS-HEADER1            TO RS-REPORT-REC
003000                WRITE RS-REPORT-REC
003010                MOVE WS-TRAILER            TO RS-REPORT-REC
003020                WRITE RS-REPORT-REC
003030            END-IF.
003040            PERFORM 30000-CLOSE-PARA.
003050            STOP RUN.
003060       ******************************************************************
003070       * ACCEPT THE TERM CODE FOR THIS RUN FROM SYSIN, CEXM912-STYLE.
003080       ******************************************************************
003090        05000-ACCEPT-PARA.
003100            ACCEPT WS-TERM-CODE.
003110       ******************************************************************
003120       * THE TERM MUST BE ON TERMCTL AND STILL OPEN - CEXM929 WOULD
003130       * REFUSE THE EXTRACT FOR A CLOSED TERM ANYWAY.
003140       ******************************************************************
003150        07000-CHECK-TERM-PARA.
003160            OPEN INPUT TERM-FILE.
003170            IF WS-TERM-FS                 NOT = "00"
003180               DISPLAY "TERMCTL ACCESS ERROR."
003190               MOVE "CEXM1026"            TO LK-PGM-ID
003200               MOVE "TERMCTL"             TO LK-FILE-ID
003210               MOVE WS-TERM-FS            TO LK-FILE-STATUS
003220               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003230               IF  LK-ABEND-YES
003240                   MOVE 16                TO RETURN-CODE
003250                   MOVE "YES"             TO WS-ERROR-FLAG
003260               END-IF
003270            ELSE
003280               MOVE WS-TERM-CODE          TO TM-TERM-CODE
003290               READ TERM-FILE
003300                   INVALID KEY
003310                       DISPLAY "TERM " WS-TERM-CODE
003320                           " NOT ON TERMCTL - RUN REFUSED."
003330                       MOVE 16            TO RETURN-CODE
003340                       MOVE "YES"         TO WS-ERROR-FLAG
003350                   NOT INVALID KEY
003360                       IF  TM-OPEN-FLAG   NOT = "O"
003370                           DISPLAY "TERM " WS-TERM-CODE
003380                               " IS CLOSED - RUN REFUSED."
003390                           MOVE 16        TO RETURN-CODE
003400                           MOVE "YES"     TO WS-ERROR-FLAG
003410                       END-IF
003420               END-READ
003430               CLOSE TERM-FILE
003440            END-IF.
003450       ******************************************************************
003460       * OPEN EVERYTHING AND LOAD THE CATEGORY WEIGHTS.
003470       ******************************************************************
003480        10000-INITIALIZE-PARA.
003490            MOVE SPACE                     TO LK-CHECK-FLAG.
003500            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003510            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-H2-DATE.
003520            MOVE WS-TERM-CODE              TO WS-H2-TERM.
003530            OPEN INPUT WGT-FILE.
003540            IF WS-WGT-FS                  NOT = "00"
003550               DISPLAY "WGTFILE ACCESS ERROR."
003560               MOVE "CEXM1026"            TO LK-PGM-ID
003570               MOVE "WGTFILE"             TO LK-FILE-ID
003580               MOVE WS-WGT-FS             TO LK-FILE-STATUS
003590               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003600               IF  LK-ABEND-YES
003610                   MOVE 16                TO RETURN-CODE
003620                   MOVE "YES"             TO WS-ERROR-FLAG
003630               END-IF
003640            ELSE
003650               PERFORM 12000-LOAD-WGT-PARA
003660                   UNTIL WS-WGT-EOF        = "YES"
003670               CLOSE WGT-FILE
003680            END-IF.
003690            OPEN INPUT GBK-FILE.
003700            IF WS-GBK-FS                  NOT = "00"
003710               DISPLAY "GRADEBK ACCESS ERROR."
003720               MOVE "CEXM1026"            TO LK-PGM-ID
003730               MOVE "GRADEBK"             TO LK-FILE-ID
003740               MOVE WS-GBK-FS             TO LK-FILE-STATUS
003750               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003760               IF  LK-ABEND-YES
003770                   MOVE 16                TO RETURN-CODE
003780                   MOVE "YES"             TO WS-ERROR-FLAG
003790               END-IF
003800            END-IF.
003810            OPEN INPUT REG-FILE.
003820            IF WS-REG-FS                  NOT = "00"
003830               DISPLAY "REGFILE ACCESS ERROR."
003840               MOVE "CEXM1026"            TO LK-PGM-ID
003850               MOVE "REGFILE"             TO LK-FILE-ID
003860               MOVE WS-REG-FS             TO LK-FILE-STATUS
003870               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003880               IF  LK-ABEND-YES
003890                   MOVE 16                TO RETURN-CODE
003900                   MOVE "YES"             TO WS-ERROR-FLAG
003910               END-IF
003920            END-IF.
003930            OPEN INPUT SECT-FILE.
003940            IF WS-SECT-FS                 NOT = "00"
003950               DISPLAY "SECTFILE ACCESS ERROR."
003960               MOVE "CEXM1026"            TO LK-PGM-ID
003970               MOVE "SECTFILE"            TO LK-FILE-ID
003980               MOVE WS-SECT-FS            TO LK-FILE-STATUS
003990               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004000               IF  LK-ABEND-YES
004010                   MOVE 16                TO RETURN-CODE
004020                   MOVE "YES"             TO WS-ERROR-FLAG
004030               END-IF
004040            END-IF.
004050            OPEN INPUT INST-FILE.
004060            IF WS-INST-FS                 NOT = "00"
004070               DISPLAY "INSTFILE ACCESS ERROR."
004080               MOVE "CEXM1026"            TO LK-PGM-ID
004090               MOVE "INSTFILE"            TO LK-FILE-ID
004100               MOVE WS-INST-FS            TO LK-FILE-STATUS
004110               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004120               IF  LK-ABEND-YES
004130                   MOVE 16                TO RETURN-CODE
004140                   MOVE "YES"             TO WS-ERROR-FLAG
004150               END-IF
004160            END-IF.
004170            OPEN OUTPUT REGOUT-FILE.
004180            IF WS-REGOUT-FS               NOT = "00"
004190               DISPLAY "REGOUT ACCESS ERROR."
004200               MOVE "CEXM1026"            TO LK-PGM-ID
004210               MOVE "REGOUT"              TO LK-FILE-ID
004220               MOVE WS-REGOUT-FS          TO LK-FILE-STATUS
004230               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004240               IF  LK-ABEND-YES
004250                   MOVE 16                TO RETURN-CODE
004260                   MOVE "YES"             TO WS-ERROR-FLAG
004270               END-IF
004280            END-IF.
004290            OPEN OUTPUT REPORT-FILE.
004300            IF WS-REPORT-FS               NOT = "00"
004310               DISPLAY "GBKRPT ACCESS ERROR."
004320               MOVE "CEXM1026"            TO LK-PGM-ID
004330               MOVE "GBKRPT"              TO LK-FILE-ID
004340               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
004350               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004360               IF  LK-ABEND-YES
004370                   MOVE 16                TO RETURN-CODE
004380                   MOVE "YES"             TO WS-ERROR-FLAG
004390               END-IF
004400            END-IF.
004410            OPEN OUTPUT EXCEPTION-FILE.
004420            IF WS-EXCEPTION-FS            NOT = "00"
004430               DISPLAY "RUPEXCP ACCESS ERROR."
004440               MOVE "CEXM1026"            TO LK-PGM-ID
004450               MOVE "RUPEXCP"             TO LK-FILE-ID
004460               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
004470               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004480               IF  LK-ABEND-YES
004490                   MOVE 16                TO RETURN-CODE
004500                   MOVE "YES"             TO WS-ERROR-FLAG
004510               END-IF
004520            END-IF.
004530       ******************************************************************
004540       * LOAD ONE COURSE'S CATEGORY WEIGHTS.
004550       ******************************************************************
004560        12000-LOAD-WGT-PARA.
004570            READ WGT-FILE
004580            AT END
004590                MOVE "YES"                 TO WS-WGT-EOF
004600            NOT AT END
004610                EVALUATE TRUE
004620                    WHEN WT-HW-PCT         NOT NUMERIC
004630                        OR WT-QZ-PCT       NOT NUMERIC
004640                        OR WT-EX-PCT       NOT NUMERIC
004650                        DISPLAY "WEIGHTS FOR " WT-COURSE-CODE
004660                            " NOT NUMERIC - IGNORED."
004670                    WHEN WT-HW-PCT + WT-QZ-PCT + WT-EX-PCT NOT = 100
004680                        DISPLAY "WEIGHTS FOR " WT-COURSE-CODE
004690                            " DO NOT TOTAL 100 - IGNORED."
004700                    WHEN WS-WGT-COUNT      = 200
004710                        DISPLAY "WEIGHT TABLE FULL AT 200 COURSES."
004720                    WHEN OTHER
004730                        ADD 1              TO WS-WGT-COUNT
004740                        MOVE WT-COURSE-CODE
004750                                      TO WS-WG-COURSE(WS-WGT-COUNT)
004760                        MOVE WT-HW-PCT     TO WS-WG-HW(WS-WGT-COUNT)
004770                        MOVE WT-QZ-PCT     TO WS-WG-QZ(WS-WGT-COUNT)
004780                        MOVE WT-EX-PCT     TO WS-WG-EX(WS-WGT-COUNT)
004790                END-EVALUATE
004800            END-READ.
004810       ******************************************************************
004820       * INPUT PROCEDURE: WALK THE GRADEBOOK IN KEY ORDER. EACH CHANGE
004830       * OF STUDENT OR COURSE CLOSES THE GROUP BEFORE IT.
004840       ******************************************************************
004850        20000-ROLLUP-PARA.
004860            PERFORM 21000-READ-GBK-PARA
004870                UNTIL WS-ENDOFFILE         = "YES".
004880            IF  WS-CUR-ENROLL-NO           NOT = 0
004890                PERFORM 22000-CLOSE-GROUP-PARA
004900            END-IF.
004910       ******************************************************************
004920       * READ ONE GRADEBOOK ENTRY OF THE TERM AND ADD IT TO ITS GROUP.
004930       ******************************************************************
004940        21000-READ-GBK-PARA.
004950            READ GBK-FILE
004960            AT END
004970                MOVE "YES"                 TO WS-ENDOFFILE
004980            NOT AT END
004990                IF  GB-TERM-CODE           = WS-TERM-CODE
005000                    IF  GB-ENROLL-NO       NOT = WS-CUR-ENROLL-NO
005010                        OR GB-COURSE-CODE  NOT = WS-CUR-COURSE
005020                        IF  WS-CUR-ENROLL-NO NOT = 0
005030                            PERFORM 22000-CLOSE-GROUP-PARA
005040                        END-IF
005050                        MOVE GB-ENROLL-NO  TO WS-CUR-ENROLL-NO
005060                        MOVE GB-COURSE-CODE TO WS-CUR-COURSE
005070                        MOVE 0             TO WS-HW-SCORE WS-HW-MAX
005080                                              WS-QZ-SCORE WS-QZ-MAX
005090                                              WS-EX-SCORE WS-EX-MAX
005100                    END-IF
005110                    EVALUATE GB-CATEGORY
005120                        WHEN "H"
005130                            ADD GB-SCORE     TO WS-HW-SCORE
005140                            ADD GB-MAX-SCORE TO WS-HW-MAX
005150                        WHEN "Q"
005160                            ADD GB-SCORE     TO WS-QZ-SCORE
005170                            ADD GB-MAX-SCORE TO WS-QZ-MAX
005180                        WHEN "E"
005190                            ADD GB-SCORE     TO WS-EX-SCORE
005200                            ADD GB-MAX-SCORE TO WS-EX-MAX
005210                    END-EVALUATE
005220                END-IF
005230            END-READ.
005240       ******************************************************************
005250       * CLOSE A STUDENT-COURSE GROUP: FIND THE COURSE WEIGHTS AND THE
005260       * TERM REGISTRATION, WORK THE MARK, WRITE THE REGIN EXTRACT AND
005270       * RELEASE THE LISTING LINE.
005280       ******************************************************************
005290        22000-CLOSE-GROUP-PARA.
005300            MOVE 0                         TO WS-WG-FOUND.
005310            PERFORM 22200-FIND-WGT-PARA
005320                VARYING WS-WG-SUB FROM 1 BY 1
005330                UNTIL WS-WG-SUB            > WS-WGT-COUNT
005340                OR WS-WG-FOUND             NOT = 0.
005350            MOVE WS-CUR-ENROLL-NO          TO RG-ENROLL-NO.
005360            MOVE WS-CUR-COURSE             TO RG-COURSE-CODE.
005370            READ REG-FILE
005380                INVALID KEY
005390                    MOVE SPACES            TO RG-TERM-CODE
005400            END-READ.
005410            EVALUATE TRUE
005420                WHEN WS-WG-FOUND           = 0
005430                    MOVE "NO CATEGORY WEIGHTS FOR THE COURSE"
005440                                           TO WS-EXC-REASON
005450                    PERFORM 27000-REJECT-PARA
005460                WHEN RG-TERM-CODE          NOT = WS-TERM-CODE
005470                    MOVE "NOT REGISTERED IN THE COURSE THIS TERM"
005480                                           TO WS-EXC-REASON
005490                    PERFORM 27000-REJECT-PARA
005500                WHEN OTHER
005510                    PERFORM 23000-COMPUTE-MARK-PARA
005520            END-EVALUATE.
005530        22200-FIND-WGT-PARA.
005540            IF  WS-WG-COURSE(WS-WG-SUB)    = WS-CUR-COURSE
005550                MOVE WS-WG-SUB             TO WS-WG-FOUND
005560            END-IF.
005570       ******************************************************************
005580       * EACH GRADED CATEGORY SCORES AS POINTS OVER POSSIBLE. THE MARK
005590       * IS THE WEIGHTED MEAN OVER THE GRADED CATEGORIES ONLY, SO AN
005600       * EXAM NOT YET SAT DOES NOT COUNT AS A ZERO.
005610       ******************************************************************
005620        23000-COMPUTE-MARK-PARA.
005630            MOVE 0                         TO WS-WEIGHT-USED
005640                                              WS-WEIGHTED-SUM
005650                                              WS-HW-PCT WS-QZ-PCT
005660                                              WS-EX-PCT.
005670            IF  WS-HW-MAX                  > 0
005680                COMPUTE WS-HW-PCT ROUNDED =
005690                    WS-HW-SCORE * 100 / WS-HW-MAX
005700                ADD WS-WG-HW(WS-WG-FOUND)  TO WS-WEIGHT-USED
005710                COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
005720                    + WS-HW-PCT * WS-WG-HW(WS-WG-FOUND)
005730            END-IF.
005740            IF  WS-QZ-MAX                  > 0
005750                COMPUTE WS-QZ-PCT ROUNDED =
005760                    WS-QZ-SCORE * 100 / WS-QZ-MAX
005770                ADD WS-WG-QZ(WS-WG-FOUND)  TO WS-WEIGHT-USED
005780                COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
005790                    + WS-QZ-PCT * WS-WG-QZ(WS-WG-FOUND)
005800            END-IF.
005810            IF  WS-EX-MAX                  > 0
005820                COMPUTE WS-EX-PCT ROUNDED =
005830                    WS-EX-SCORE * 100 / WS-EX-MAX
005840                ADD WS-WG-EX(WS-WG-FOUND)  TO WS-WEIGHT-USED
005850                COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
005860                    + WS-EX-PCT * WS-WG-EX(WS-WG-FOUND)
005870            END-IF.
005880            IF  WS-WEIGHT-USED             = 0
005890                MOVE "ONLY ZERO-WEIGHT CATEGORIES GRADED"
005900                                           TO WS-EXC-REASON
005910                PERFORM 27000-REJECT-PARA
005920            ELSE
005930                COMPUTE WS-COURSE-MARK ROUNDED =
005940                    WS-WEIGHTED-SUM / WS-WEIGHT-USED
005950                PERFORM 24000-WRITE-MARK-PARA
005960            END-IF.
005970       ******************************************************************
005980       * WRITE THE REGIN EXTRACT RECORD FOR CEXM929 AND RELEASE THE
005990       * LISTING LINE TO THE SORT.
006000       ******************************************************************
006010        24000-WRITE-MARK-PARA.
006020            MOVE SPACES                    TO RI-REG-REC.
006030            MOVE WS-CUR-ENROLL-NO          TO RI-ENROLL-NO.
006040            MOVE WS-CUR-COURSE             TO RI-COURSE-CODE.
006050            MOVE WS-COURSE-MARK            TO RI-MARKS.
006060            MOVE RG-SECTION                TO RI-SECTION.
006070            WRITE RI-REG-REC.
006080            ADD 1                          TO WS-MARK-COUNT.
006090            MOVE WS-CUR-ENROLL-NO          TO LK-ENROLL-NO.
006100            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
006110            IF  LK-FOUND
006120                MOVE LK-SNAME              TO SR-SNAME
006130            ELSE
006140                MOVE "NAME NOT ON STUDFILE" TO SR-SNAME
006150            END-IF.
006160            MOVE WS-CUR-COURSE             TO SR-COURSE-CODE.
006170            MOVE RG-SECTION                TO SR-SECTION.
006180            MOVE WS-CUR-ENROLL-NO          TO SR-ENROLL-NO.
006190            MOVE WS-HW-PCT                 TO SR-HW-PCT.
006200            MOVE WS-QZ-PCT                 TO SR-QZ-PCT.
006210            MOVE WS-EX-PCT                 TO SR-EX-PCT.
006220            MOVE "N"                       TO SR-HW-FLAG SR-QZ-FLAG
006230                                              SR-EX-FLAG.
006240            IF  WS-HW-MAX                  > 0
006250                MOVE "Y"                   TO SR-HW-FLAG
006260            END-IF.
006270            IF  WS-QZ-MAX                  > 0
006280                MOVE "Y"                   TO SR-QZ-FLAG
006290            END-IF.
006300            IF  WS-EX-MAX                  > 0
006310                MOVE "Y"                   TO SR-EX-FLAG
006320            END-IF.
006330            MOVE WS-COURSE-MARK            TO SR-MARK.
006340            RELEASE SR-SORT-REC.
006350       ******************************************************************
006360       * OUTPUT PROCEDURE: PRINT THE GRADEBOOK LISTING, ONE BLOCK PER
006370       * COURSE SECTION FOR ITS INSTRUCTOR.
006380       ******************************************************************
006390        25000-LISTING-PARA.
006400            PERFORM 25200-ONE-RETURN-PARA
006410                UNTIL WS-SORT-EOF          = "YES".
006420       ******************************************************************
006430       * RETURN ONE SORTED LINE. A NEW COURSE SECTION STARTS A NEW
006440       * BLOCK HEADED WITH THE SECTION'S INSTRUCTOR.
006450       ******************************************************************
006460        25200-ONE-RETURN-PARA.
006470            RETURN SORT-FILE
006480            AT END
006490                MOVE "YES"                 TO WS-SORT-EOF
006500            NOT AT END
006510                IF  SR-COURSE-CODE         NOT = WS-PREV-COURSE
006520                    OR SR-SECTION          NOT = WS-PREV-SECTION
006530                    PERFORM 26000-SECTION-HEAD-PARA
006540                END-IF
006550                MOVE SR-ENROLL-NO          TO WS-DL-ENROLL-NO
006560                MOVE SR-SNAME              TO WS-DL-SNAME
006570                MOVE "  --  "              TO WS-DL-HW WS-DL-QZ
006580                                              WS-DL-EX
006590                IF  SR-HW-FLAG             = "Y"
006600                    MOVE SR-HW-PCT         TO WS-PCT-EDIT
006610                    MOVE WS-PCT-EDIT       TO WS-DL-HW
006620                END-IF
006630                IF  SR-QZ-FLAG             = "Y"
006640                    MOVE SR-QZ-PCT         TO WS-PCT-EDIT
006650                    MOVE WS-PCT-EDIT       TO WS-DL-QZ
006660                END-IF
006670                IF  SR-EX-FLAG             = "Y"
006680                    MOVE SR-EX-PCT         TO WS-PCT-EDIT
006690                    MOVE WS-PCT-EDIT       TO WS-DL-EX
006700                END-IF
006710                MOVE SR-MARK               TO WS-DL-MARK
006720                MOVE WS-DETAIL-LINE        TO RS-REPORT-REC
006730                WRITE RS-REPORT-REC
006740            END-RETURN.
006750       ******************************************************************
006760       * PRINT THE HEADING FOR A COURSE SECTION.
006770       ******************************************************************
006780        26000-SECTION-HEAD-PARA.
006790            ADD 1                          TO WS-SECTION-COUNT.
006800            MOVE SR-COURSE-CODE            TO WS-PREV-COURSE.
006810            MOVE SR-SECTION                TO WS-PREV-SECTION.
006820            MOVE SR-COURSE-CODE            TO WS-H2-COURSE.
006830            MOVE SR-SECTION                TO WS-H2-SECT.
006840            MOVE "SECTION NOT ON FILE"     TO WS-IL-INSTR.
006850            MOVE SR-COURSE-CODE            TO SE-COURSE-CODE.
006860            MOVE SR-SECTION                TO SE-SECT-NO.
006870            READ SECT-FILE
006880                NOT INVALID KEY
006890                    MOVE SE-INSTR-NO       TO IN-INSTR-NO
006900                    READ INST-FILE
006910                        INVALID KEY
006920                            MOVE "INSTRUCTOR NOT ON FILE"
006930                                           TO WS-IL-INSTR
006940                        NOT INVALID KEY
006950                            MOVE IN-INSTR-NAME TO WS-IL-INSTR
006960                    END-READ
006970            END-READ.
006980            MOVE WS-HEADER1                TO RS-REPORT-REC.
006990            WRITE RS-REPORT-REC.
007000            MOVE WS-HEADER2                TO RS-REPORT-REC.
007010            WRITE RS-REPORT-REC.
007020            MOVE WS-INSTR-LINE             TO RS-REPORT-REC.
007030            WRITE RS-REPORT-REC.
007040            MOVE WS-COLUMN-LINE            TO RS-REPORT-REC.
007050            WRITE RS-REPORT-REC.
007060       ******************************************************************
007070       * LOG A STUDENT-COURSE GROUP THAT COULD NOT BE ROLLED UP.
007080       ******************************************************************
007090        27000-REJECT-PARA.
007100            MOVE WS-CUR-ENROLL-NO          TO WS-EXC-ENROLL-NO.
007110            MOVE WS-CUR-COURSE             TO WS-EXC-COURSE.
007120            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
007130            WRITE ES-EXCEPTION-REC.
007140            ADD 1                          TO WS-REJECT-COUNT.
007150       ******************************************************************
007160       * DISPLAY COUNTS AND CLOSE THE FILES.
007170       ******************************************************************
007180        30000-CLOSE-PARA.
007190            DISPLAY "MARKS ROLLED UP  : " WS-MARK-COUNT.
007200            DISPLAY "GROUPS REJECTED  : " WS-REJECT-COUNT.
007210            CLOSE GBK-FILE.
007220            CLOSE REG-FILE.
007230            CLOSE SECT-FILE.
007240            CLOSE INST-FILE.
007250            CLOSE REGOUT-FILE.
007260            CLOSE REPORT-FILE.
007270            CLOSE EXCEPTION-FILE.
