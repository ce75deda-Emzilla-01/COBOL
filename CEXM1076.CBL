000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1076.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: ORGANIZATION CHART AND SPAN-OF-CONTROL PRINT.
000060       *  WALKS EMPMAST AND THE SUPERVISOR LINKS CEXM952 MAINTAINS AND
000070       *  PRINTS THE REPORTING HIERARCHY DEPARTMENT BY DEPARTMENT:
000080       *    - EVERY ACTIVE EMPLOYEE WHOSE SUPERVISOR IS BLANK, IN
000090       *      ANOTHER DEPARTMENT, TERMINATED OR MISSING HEADS A TREE;
000100       *      EACH MANAGER'S REPORTS IN THE SAME DEPARTMENT ARE
000110       *      INDENTED UNDER THE MANAGER, LEVEL BY LEVEL
000120       *    - EVERY MANAGER'S LINE SHOWS THE SPAN OF CONTROL - THE
000130       *      COUNT OF ACTIVE DIRECT REPORTS IN ANY DEPARTMENT
000140       *    - A CHAIN THAT LOOPS BACK ON ITSELF, A SUPERVISOR WHO IS
000150       *      TERMINATED AND A SUPERVISOR NOT ON EMPMAST ARE ALL
000160       *      FLAGGED ON THE LINE AND COUNTED AT THE END; ANY OF THEM
000170       *      LEAVES RETURN CODE 4
000180       *  TERMINATED EMPLOYEES ARE NOT PRINTED. DEPARTMENT NAMES COME
000190       *  FROM DEPTIN WHEN IT IS THERE.
000200       * EMPMAST : JEBA02.EMY.COBOL.EMPMAST (INDEXED ON EMP NUMBER)
000210       * DEPTIN  : JEBA02.EMY.COBOL.DEPTIN (OPTIONAL)
000220       * ORGCHART: JEBA02.EMY.COBOL.ORGCHART
000230       * ----------------------------------------------------------------
000240       * PRJ NO    NAME     DATE          MAINT DESC.
000250       * ----------------------------------------------------------------
000260       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000270       ******************************************************************
000280        ENVIRONMENT DIVISION.
000290        INPUT-OUTPUT SECTION.
000300        FILE-CONTROL.
000310            SELECT EMP-MASTER
000320                ASSIGN TO EMPMAST
000330                ORGANIZATION IS INDEXED
000340                ACCESS MODE IS SEQUENTIAL
000350                RECORD KEY IS FS-EMP-NUM
000360                FILE STATUS IS WS-EMP-FS.
000370            SELECT DEPT-FILE
000380                ASSIGN TO DEPTIN
000390                ORGANIZATION IS SEQUENTIAL
000400                ACCESS MODE IS SEQUENTIAL
000410                FILE STATUS IS WS-DEPT-FS.
000420            SELECT REPORT-FILE
000430                ASSIGN TO ORGCHART
000440                ORGANIZATION IS SEQUENTIAL
000450                ACCESS MODE IS SEQUENTIAL
000460                FILE STATUS IS WS-REPORT-FS.
000470        DATA DIVISION.
000480        FILE SECTION.
000490        FD  EMP-MASTER.
000500        01  FS-EMP-REC.
000510            05  FS-EMP-NUM                PIC X(03).
000520            05  FS-EMP-NAME               PIC X(20).
000530            05  FS-EMP-DEPT               PIC 9(02).
000540            05  FS-EMP-STATUS             PIC X(01).
000550            05  FS-EMP-TERM-DATE          PIC X(08).
000560            05  FS-EMP-SUPV               PIC X(03).
000570        FD  DEPT-FILE.
000580        01  DP-DEPT-REC.
000590            05  DP-DEPT-NO                PIC 9(02).
000600            05  DP-DEPT-NAME              PIC X(15).
000610        FD  REPORT-FILE.
000620        01  RS-REPORT-REC                 PIC X(80).
000630        WORKING-STORAGE SECTION.
000640        01  WS-EMP-FS                     PIC X(02).
000650        01  WS-DEPT-FS                    PIC X(02).
000660        01  WS-REPORT-FS                  PIC X(02).
000670        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000680        01  WS-EMP-EOF                    PIC X(03) VALUE "NO".
000690        01  WS-DEPT-EOF                   PIC X(03) VALUE "NO".
000700        01  WS-DEPT-AVAIL                 PIC X(03) VALUE "YES".
000710        01  WS-CURRENT-DATE-DATA          PIC X(20).
000720        01  WS-TODAY                      PIC X(08).
000730       * EMPMAST IN KEY ORDER, WITH EACH SUPERVISOR RESOLVED TO ITS
000740       * TABLE SLOT. FLAG: L CHAIN LOOPS, T SUPERVISOR TERMINATED,
000750       * M SUPERVISOR MISSING, X SUPERVISOR IN ANOTHER DEPARTMENT.
000760        01  WS-EMP-COUNT                  PIC 9(04) VALUE 0.
000770        01  WS-ORG-TABLE.
000780            05  WS-OT-ENTRY               OCCURS 1 TO 1000 TIMES
000790                                      DEPENDING ON WS-EMP-COUNT
000800                                          ASCENDING KEY IS WS-OT-EMP
000810                                          INDEXED BY EMP-IDX.
000820                10  WS-OT-EMP             PIC X(03).
000830                10  WS-OT-NAME            PIC X(20).
000840                10  WS-OT-DEPT            PIC 9(02).
000850                10  WS-OT-STATUS          PIC X(01).
000860                10  WS-OT-SUPV            PIC X(03).
000870                10  WS-OT-SUPV-SUB        PIC 9(04).
000880                10  WS-OT-SPAN            PIC 9(04).
000890                10  WS-OT-FLAG            PIC X(01).
000900                10  WS-OT-PRINTED         PIC X(01).
000910        01  WS-SUB                        PIC 9(04).
000920        01  WS-SUPV-SUB                   PIC 9(04).
000930       * DEPARTMENT NAMES AND ACTIVE HEADCOUNTS, SLOT = DEPT NO + 1.
000940        01  WS-DEPT-TABLE.
000950            05  WS-DT-ENTRY               OCCURS 100 TIMES.
000960                10  WS-DT-NAME            PIC X(15).
000970                10  WS-DT-HEAD            PIC 9(04).
000980        01  WS-DEPT-NO                    PIC 9(03).
000990        01  WS-DEPT-SLOT                  PIC 9(03).
001000       * CHAIN WALK FOR LOOP DETECTION.
001010        01  WS-WALK-SUB                   PIC 9(04).
001020        01  WS-WALK-STEPS                 PIC 9(04).
001030        01  WS-WALK-DONE                  PIC X(03).
001040       * DEPTH-FIRST WALK OF ONE TREE: EACH STACK LEVEL HOLDS THE
001050       * MANAGER AND THE LAST REPORT ALREADY PRINTED UNDER THEM.
001060        01  WS-STACK-PTR                  PIC 9(04).
001070        01  WS-STACK.
001080            05  WS-STK-ENTRY              OCCURS 1000 TIMES.
001090                10  WS-STK-EMP            PIC 9(04).
001100                10  WS-STK-LAST           PIC 9(04).
001110        01  WS-ROOT-SUB                   PIC 9(04).
001120        01  WS-CHILD-SUB                  PIC 9(04).
001130        01  WS-SCAN-SUB                   PIC 9(04).
001140        01  WS-SCAN-START                 PIC 9(04).
001150        01  WS-PRINT-SUB                  PIC 9(04).
001160        01  WS-INDENT                     PIC 9(02).
001170       * EXCEPTION COUNTS.
001180        01  WS-PRINT-COUNT                PIC 9(06) VALUE 0.
001190        01  WS-LOOP-COUNT                 PIC 9(06) VALUE 0.
001200        01  WS-TERM-SUPV-COUNT            PIC 9(06) VALUE 0.
001210        01  WS-MISS-SUPV-COUNT            PIC 9(06) VALUE 0.
001220        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001230        01  WS-HEADER2.
001240            05 FILLER                     PIC X(20) VALUE ALL "*".
001250            05 FILLER                     PIC X(20)
001260                                          VALUE " ORGANIZATION CHART ".
001270            05 FILLER                     PIC X(20) VALUE ALL "*".
001280            05 FILLER                     PIC X(02) VALUE SPACES.
001290            05 WS-H2-DATE                 PIC X(08).
001300            05 FILLER                     PIC X(10) VALUE SPACES.
001310        01  WS-DEPT-LINE.
001320            05 FILLER                     PIC X(11)
001330                                          VALUE "DEPARTMENT ".
001340            05 WS-DL-DEPT                 PIC 9(02).
001350            05 FILLER                     PIC X(01) VALUE SPACE.
001360            05 WS-DL-NAME                 PIC X(15).
001370            05 FILLER                     PIC X(12)
001380                                          VALUE "  HEADCOUNT ".
001390            05 WS-DL-HEAD                 PIC ZZZ9.
001400            05 FILLER                     PIC X(35) VALUE SPACES.
001410        01  WS-NODE.
001420            05 WS-ND-EMP                  PIC X(03).
001430            05 FILLER                     PIC X(01) VALUE SPACE.
001440            05 WS-ND-NAME                 PIC X(20).
001450        01  WS-ORG-LINE.
001460            05 WS-OL-TREE                 PIC X(48).
001470            05 FILLER                     PIC X(01) VALUE SPACE.
001480            05 WS-OL-SPAN-LIT             PIC X(05).
001490            05 WS-OL-SPAN                 PIC ZZZZ.
001500            05 FILLER                     PIC X(01) VALUE SPACE.
001510            05 WS-OL-FLAG                 PIC X(21).
001520        01  WS-TOTAL-LINE.
001530            05 WS-TL-LABEL                PIC X(30).
001540            05 WS-TL-COUNT                PIC ZZZ,ZZ9.
001550            05 FILLER                     PIC X(43) VALUE SPACES.
001560        COPY SPGMABNL.
001570        PROCEDURE DIVISION.
001580       ******************************************************************
001590       * MAIN PROGRAM FLOW.
001600       ******************************************************************
001610        00000-MAIN-PARA.
001620            PERFORM 10000-INITIALIZE-PARA.
001630            IF  WS-ERROR-FLAG              NOT = "YES"
001640                PERFORM 12000-LOAD-EMP-PARA
001650                    UNTIL WS-EMP-EOF       = "YES"
001660                PERFORM 13000-LOAD-DEPT-PARA
001670                    UNTIL WS-DEPT-EOF      = "YES"
001680                PERFORM 14000-LINK-PARA
001690                    VARYING WS-SUB FROM 1 BY 1
001700                    UNTIL WS-SUB           > WS-EMP-COUNT
001710                PERFORM 15000-LOOP-CHECK-PARA
001720                    VARYING WS-SUB FROM 1 BY 1
001730                    UNTIL WS-SUB           > WS-EMP-COUNT
001740                MOVE WS-TODAY              TO WS-H2-DATE
001750                MOVE WS-HEADER2            TO RS-REPORT-REC
001760                WRITE RS-REPORT-REC
001770                PERFORM 20000-DEPT-PARA
001780                    VARYING WS-DEPT-NO FROM 0 BY 1
001790                    UNTIL WS-DEPT-NO       > 99
001800                PERFORM 28000-TOTALS-PARA
001810            END-IF.
001820            PERFORM 30000-CLOSE-PARA.
001830            STOP RUN.
001840       ******************************************************************
001850       * OPEN ALL FILES. NO DEPTIN JUST MEANS NO DEPARTMENT NAMES.
001860       ******************************************************************
001870        10000-INITIALIZE-PARA.
001880            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001890            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY.
001900            INITIALIZE WS-DEPT-TABLE.
001910            OPEN INPUT EMP-MASTER.
001920            IF WS-EMP-FS                   NOT = "00"
001930               DISPLAY "EMPMAST ACCESS ERROR."
001940               MOVE "CEXM1076"            TO LK-PGM-ID
001950               MOVE "EMPMAST"             TO LK-FILE-ID
001960               MOVE WS-EMP-FS             TO LK-FILE-STATUS
001970               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001980               IF  LK-ABEND-YES
001990                   MOVE 16                TO RETURN-CODE
002000                   MOVE "YES"             TO WS-ERROR-FLAG
002010               END-IF
002020            END-IF.
002030            OPEN INPUT DEPT-FILE.
002040            IF WS-DEPT-FS                  = "35"
002050               MOVE "NO"                  TO WS-DEPT-AVAIL
002060               MOVE "YES"                 TO WS-DEPT-EOF
002070            ELSE
002080               IF WS-DEPT-FS              NOT = "00"
002090                  DISPLAY "DEPTIN ACCESS ERROR."
002100                  MOVE "CEXM1076"         TO LK-PGM-ID
002110                  MOVE "DEPTIN"           TO LK-FILE-ID
002120                  MOVE WS-DEPT-FS         TO LK-FILE-STATUS
002130                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
002140                  IF  LK-ABEND-YES
002150                      MOVE 16             TO RETURN-CODE
002160                      MOVE "YES"          TO WS-ERROR-FLAG
002170                  END-IF
002180               END-IF
002190            END-IF.
002200            OPEN OUTPUT REPORT-FILE.
002210            IF WS-REPORT-FS                NOT = "00"
002220               DISPLAY "ORGCHART ACCESS ERROR."
002230               MOVE "CEXM1076"            TO LK-PGM-ID
002240               MOVE "ORGCHART"            TO LK-FILE-ID
002250               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
002260               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002270               IF  LK-ABEND-YES
002280                   MOVE 16                TO RETURN-CODE
002290                   MOVE "YES"             TO WS-ERROR-FLAG
002300               END-IF
002310            END-IF.
002320       ******************************************************************
002330       * TABLE EMPMAST IN KEY ORDER - TERMINATED EMPLOYEES TOO, SO A
002340       * LINK TO ONE CAN BE RECOGNIZED.
002350       ******************************************************************
002360        12000-LOAD-EMP-PARA.
002370            READ EMP-MASTER
002380            AT END
002390                MOVE "YES"                 TO WS-EMP-EOF
002400            NOT AT END
002410                IF  WS-EMP-COUNT           < 1000
002420                    ADD 1                  TO WS-EMP-COUNT
002430                    MOVE FS-EMP-NUM        TO WS-OT-EMP(WS-EMP-COUNT)
002440                    MOVE FS-EMP-NAME       TO WS-OT-NAME(WS-EMP-COUNT)
002450                    MOVE FS-EMP-DEPT       TO WS-OT-DEPT(WS-EMP-COUNT)
002460                    MOVE FS-EMP-STATUS
002470                        TO WS-OT-STATUS(WS-EMP-COUNT)
002480                    MOVE FS-EMP-SUPV       TO WS-OT-SUPV(WS-EMP-COUNT)
002490                    MOVE 0
002500                        TO WS-OT-SUPV-SUB(WS-EMP-COUNT)
002510                    MOVE 0                 TO WS-OT-SPAN(WS-EMP-COUNT)
002520                    MOVE SPACE             TO WS-OT-FLAG(WS-EMP-COUNT)
002530                    MOVE "N"
002540                        TO WS-OT-PRINTED(WS-EMP-COUNT)
002550                ELSE
002560                    DISPLAY "EMPLOYEE TABLE FULL AT 1000 ENTRIES."
002570                    MOVE "YES"             TO WS-EMP-EOF
002580                END-IF
002590            END-READ.
002600       ******************************************************************
002610       * DEPARTMENT NAMES FOR THE DEPARTMENT HEADINGS.
002620       ******************************************************************
002630        13000-LOAD-DEPT-PARA.
002640            READ DEPT-FILE
002650            AT END
002660                MOVE "YES"                 TO WS-DEPT-EOF
002670            NOT AT END
002680                COMPUTE WS-DEPT-SLOT = DP-DEPT-NO + 1
002690                MOVE DP-DEPT-NAME          TO WS-DT-NAME(WS-DEPT-SLOT)
002700            END-READ.
002710       ******************************************************************
002720       * RESOLVE ONE EMPLOYEE'S SUPERVISOR, COUNT THE SPAN AND THE
002730       * DEPARTMENT HEADCOUNT, AND FLAG A BROKEN LINK.
002740       ******************************************************************
002750        14000-LINK-PARA.
002760            IF  WS-OT-STATUS(WS-SUB)       NOT = "T"
002770                COMPUTE WS-DEPT-SLOT = WS-OT-DEPT(WS-SUB) + 1
002780                ADD 1                      TO WS-DT-HEAD(WS-DEPT-SLOT)
002790            END-IF.
002800            IF  WS-OT-SUPV(WS-SUB)         NOT = SPACES
002810                SEARCH ALL WS-OT-ENTRY
002820                    AT END
002830                        MOVE "M"           TO WS-OT-FLAG(WS-SUB)
002840                    WHEN WS-OT-EMP(EMP-IDX) = WS-OT-SUPV(WS-SUB)
002850                        SET WS-SUPV-SUB    TO EMP-IDX
002860                        MOVE WS-SUPV-SUB   TO WS-OT-SUPV-SUB(WS-SUB)
002870                        PERFORM 14100-SUPV-FOUND-PARA
002880                END-SEARCH
002890            END-IF.
002900       ******************************************************************
002910       * THE SUPERVISOR IS ON FILE: TERMINATED, OR IN ANOTHER
002920       * DEPARTMENT, OR AN ACTIVE MANAGER WITH ONE MORE REPORT.
002930       ******************************************************************
002940        14100-SUPV-FOUND-PARA.
002950            EVALUATE TRUE
002960                WHEN WS-OT-STATUS(WS-SUPV-SUB) = "T"
002970                    MOVE "T"               TO WS-OT-FLAG(WS-SUB)
002980                WHEN WS-OT-DEPT(WS-SUPV-SUB) NOT = WS-OT-DEPT(WS-SUB)
002990                    MOVE "X"               TO WS-OT-FLAG(WS-SUB)
003000            END-EVALUATE.
003010            IF  WS-OT-STATUS(WS-SUB)       NOT = "T"
003020                AND WS-OT-STATUS(WS-SUPV-SUB) NOT = "T"
003030                ADD 1                      TO WS-OT-SPAN(WS-SUPV-SUB)
003040            END-IF.
003050       ******************************************************************
003060       * WALK UP FROM ONE ACTIVE EMPLOYEE. COMING BACK TO THE EMPLOYEE
003070       * MEANS THE EMPLOYEE SITS ON A LOOP; A WALK LONGER THAN THE TABLE
003080       * HAS RUN INTO A LOOP FURTHER UP, WHICH IS FLAGGED ON ITS OWN
003090       * MEMBERS.
003100       ******************************************************************
003110        15000-LOOP-CHECK-PARA.
003120            IF  WS-OT-STATUS(WS-SUB)       NOT = "T"
003130                MOVE WS-OT-SUPV-SUB(WS-SUB) TO WS-WALK-SUB
003140                MOVE 0                     TO WS-WALK-STEPS
003150                MOVE "NO"                  TO WS-WALK-DONE
003160                PERFORM 15100-WALK-STEP-PARA
003170                    UNTIL WS-WALK-DONE     = "YES"
003180            END-IF.
003190        15100-WALK-STEP-PARA.
003200            ADD 1                          TO WS-WALK-STEPS.
003210            EVALUATE TRUE
003220                WHEN WS-WALK-SUB           = 0
003230                    MOVE "YES"             TO WS-WALK-DONE
003240                WHEN WS-WALK-SUB           = WS-SUB
003250                    MOVE "L"               TO WS-OT-FLAG(WS-SUB)
003260                    MOVE "YES"             TO WS-WALK-DONE
003270                WHEN WS-WALK-STEPS         > WS-EMP-COUNT
003280                    MOVE "YES"             TO WS-WALK-DONE
003290                WHEN OTHER
003300                    MOVE WS-OT-SUPV-SUB(WS-WALK-SUB) TO WS-WALK-SUB
003310            END-EVALUATE.
003320       ******************************************************************
003330       * ONE DEPARTMENT: HEADING, THEN A TREE UNDER EVERY EMPLOYEE WITH
003340       * NO SUPERVISOR IN THE DEPARTMENT, THEN A TREE UNDER ANYONE THE
003350       * FIRST PASS COULD NOT REACH - THE MEMBERS OF A LOOP.
003360       ******************************************************************
003370        20000-DEPT-PARA.
003380            COMPUTE WS-DEPT-SLOT = WS-DEPT-NO + 1.
003390            IF  WS-DT-HEAD(WS-DEPT-SLOT)   > 0
003400                MOVE WS-HEADER1            TO RS-REPORT-REC
003410                WRITE RS-REPORT-REC
003420                MOVE WS-DEPT-NO            TO WS-DL-DEPT
003430                MOVE WS-DT-NAME(WS-DEPT-SLOT) TO WS-DL-NAME
003440                MOVE WS-DT-HEAD(WS-DEPT-SLOT) TO WS-DL-HEAD
003450                MOVE WS-DEPT-LINE          TO RS-REPORT-REC
003460                WRITE RS-REPORT-REC
003470                PERFORM 21000-ROOT-PARA
003480                    VARYING WS-ROOT-SUB FROM 1 BY 1
003490                    UNTIL WS-ROOT-SUB      > WS-EMP-COUNT
003500                PERFORM 22000-LEFTOVER-PARA
003510                    VARYING WS-ROOT-SUB FROM 1 BY 1
003520                    UNTIL WS-ROOT-SUB      > WS-EMP-COUNT
003530            END-IF.
003540       ******************************************************************
003550       * AN ACTIVE EMPLOYEE IN THE DEPARTMENT WHOSE SUPERVISOR IS NOT
003560       * AN ACTIVE MEMBER OF IT HEADS A TREE.
003570       ******************************************************************
003580        21000-ROOT-PARA.
003590            IF  WS-OT-STATUS(WS-ROOT-SUB)  NOT = "T"
003600                AND WS-OT-DEPT(WS-ROOT-SUB) = WS-DEPT-NO
003610                AND WS-OT-PRINTED(WS-ROOT-SUB) = "N"
003620                AND (WS-OT-SUPV-SUB(WS-ROOT-SUB) = 0
003630                 OR  WS-OT-FLAG(WS-ROOT-SUB) = "T" OR "X")
003640                PERFORM 23000-TREE-PARA
003650            END-IF.
003660       ******************************************************************
003670       * ANYONE STILL UNPRINTED IS ON, OR HANGS BELOW, A LOOP.
003680       ******************************************************************
003690        22000-LEFTOVER-PARA.
003700            IF  WS-OT-STATUS(WS-ROOT-SUB)  NOT = "T"
003710                AND WS-OT-DEPT(WS-ROOT-SUB) = WS-DEPT-NO
003720                AND WS-OT-PRINTED(WS-ROOT-SUB) = "N"
003730                PERFORM 23000-TREE-PARA
003740            END-IF.
003750       ******************************************************************
003760       * PRINT ONE TREE DEPTH-FIRST FROM WS-ROOT-SUB. THE PRINTED SWITCH
003770       * KEEPS A LOOP FROM BEING WALKED TWICE.
003780       ******************************************************************
003790        23000-TREE-PARA.
003800            MOVE 1                         TO WS-STACK-PTR.
003810            MOVE WS-ROOT-SUB               TO WS-STK-EMP(1).
003820            MOVE 0                         TO WS-STK-LAST(1).
003830            MOVE WS-ROOT-SUB               TO WS-PRINT-SUB.
003840            PERFORM 24000-PRINT-EMP-PARA.
003850            PERFORM 23100-TREE-STEP-PARA
003860                UNTIL WS-STACK-PTR         = 0.
003870       ******************************************************************
003880       * FIND THE NEXT UNPRINTED REPORT OF THE MANAGER ON TOP OF THE
003890       * STACK: PRINT IT ONE LEVEL DOWN AND PUSH IT, OR POP THE MANAGER
003900       * WHEN ALL OF THE MANAGER'S REPORTS ARE OUT.
003910       ******************************************************************
003920        23100-TREE-STEP-PARA.
003930            MOVE 0                         TO WS-CHILD-SUB.
003940            COMPUTE WS-SCAN-START = WS-STK-LAST(WS-STACK-PTR) + 1.
003950            PERFORM 23200-SCAN-PARA
003960                VARYING WS-SCAN-SUB FROM WS-SCAN-START BY 1
003970                UNTIL WS-SCAN-SUB          > WS-EMP-COUNT
003980                OR    WS-CHILD-SUB         NOT = 0.
003990            IF  WS-CHILD-SUB               = 0
004000                SUBTRACT 1                 FROM WS-STACK-PTR
004010            ELSE
004020                MOVE WS-CHILD-SUB          TO WS-STK-LAST(WS-STACK-PTR)
004030                ADD 1                      TO WS-STACK-PTR
004040                MOVE WS-CHILD-SUB          TO WS-STK-EMP(WS-STACK-PTR)
004050                MOVE 0                     TO WS-STK-LAST(WS-STACK-PTR)
004060                MOVE WS-CHILD-SUB          TO WS-PRINT-SUB
004070                PERFORM 24000-PRINT-EMP-PARA
004080            END-IF.
004090        23200-SCAN-PARA.
004100            IF  WS-OT-SUPV-SUB(WS-SCAN-SUB) = WS-STK-EMP(WS-STACK-PTR)
004110                AND WS-OT-STATUS(WS-SCAN-SUB) NOT = "T"
004120                AND WS-OT-DEPT(WS-SCAN-SUB) = WS-DEPT-NO
004130                AND WS-OT-PRINTED(WS-SCAN-SUB) = "N"
004140                MOVE WS-SCAN-SUB           TO WS-CHILD-SUB
004150            END-IF.
004160       ******************************************************************
004170       * ONE CHART LINE, INDENTED THREE COLUMNS A LEVEL (DEEPER THAN
004180       * NINE LEVELS PRINTS AT THE NINTH), WITH THE SPAN AND ANY FLAG.
004190       ******************************************************************
004200        24000-PRINT-EMP-PARA.
004210            MOVE "Y"                  TO WS-OT-PRINTED(WS-PRINT-SUB).
004220            ADD 1                          TO WS-PRINT-COUNT.
004230            MOVE SPACES                    TO WS-ORG-LINE.
004240            IF  WS-STACK-PTR               > 9
004250                MOVE 24                    TO WS-INDENT
004260            ELSE
004270                COMPUTE WS-INDENT = (WS-STACK-PTR - 1) * 3
004280            END-IF.
004290            MOVE WS-OT-EMP(WS-PRINT-SUB)   TO WS-ND-EMP.
004300            MOVE WS-OT-NAME(WS-PRINT-SUB)  TO WS-ND-NAME.
004310            MOVE WS-NODE              TO WS-OL-TREE(WS-INDENT + 1:24).
004320            MOVE WS-OT-SPAN(WS-PRINT-SUB)  TO WS-OL-SPAN.
004330            IF  WS-OT-SPAN(WS-PRINT-SUB)   > 0
004340                MOVE "SPAN "               TO WS-OL-SPAN-LIT
004350            END-IF.
004360            EVALUATE WS-OT-FLAG(WS-PRINT-SUB)
004370                WHEN "L"
004380                    MOVE "** CHAIN LOOPS **"
004390                                           TO WS-OL-FLAG
004400                    ADD 1                  TO WS-LOOP-COUNT
004410                WHEN "T"
004420                    STRING "SUPV " WS-OT-SUPV(WS-PRINT-SUB)
004430                           " TERMINATED" DELIMITED BY SIZE
004440                           INTO WS-OL-FLAG
004450                    END-STRING
004460                    ADD 1                  TO WS-TERM-SUPV-COUNT
004470                WHEN "M"
004480                    STRING "SUPV " WS-OT-SUPV(WS-PRINT-SUB)
004490                           " NOT ON FILE" DELIMITED BY SIZE
004500                           INTO WS-OL-FLAG
004510                    END-STRING
004520                    ADD 1                  TO WS-MISS-SUPV-COUNT
004530                WHEN "X"
004540                    MOVE WS-OT-SUPV-SUB(WS-PRINT-SUB) TO WS-SUPV-SUB
004550                    STRING "REPORTS TO " WS-OT-SUPV(WS-PRINT-SUB)
004560                           " DEPT " WS-OT-DEPT(WS-SUPV-SUB)
004570                           DELIMITED BY SIZE
004580                           INTO WS-OL-FLAG
004590                    END-STRING
004600            END-EVALUATE.
004610            MOVE WS-ORG-LINE               TO RS-REPORT-REC.
004620            WRITE RS-REPORT-REC.
004630       ******************************************************************
004640       * RUN TOTALS. ANY LOOP OR BROKEN LINK LEAVES RETURN CODE 4.
004650       ******************************************************************
004660        28000-TOTALS-PARA.
004670            MOVE WS-HEADER1                TO RS-REPORT-REC.
004680            WRITE RS-REPORT-REC.
004690            MOVE "ACTIVE EMPLOYEES CHARTED    :" TO WS-TL-LABEL.
004700            MOVE WS-PRINT-COUNT            TO WS-TL-COUNT.
004710            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
004720            WRITE RS-REPORT-REC.
004730            MOVE "EMPLOYEES ON A LOOPING CHAIN:" TO WS-TL-LABEL.
004740            MOVE WS-LOOP-COUNT             TO WS-TL-COUNT.
004750            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
004760            WRITE RS-REPORT-REC.
004770            MOVE "SUPERVISOR TERMINATED       :" TO WS-TL-LABEL.
004780            MOVE WS-TERM-SUPV-COUNT        TO WS-TL-COUNT.
004790            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
004800            WRITE RS-REPORT-REC.
004810            MOVE "SUPERVISOR NOT ON EMPMAST   :" TO WS-TL-LABEL.
004820            MOVE WS-MISS-SUPV-COUNT        TO WS-TL-COUNT.
004830            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
004840            WRITE RS-REPORT-REC.
004850            IF  WS-LOOP-COUNT              > 0
004860                OR WS-TERM-SUPV-COUNT      > 0
004870                OR WS-MISS-SUPV-COUNT      > 0
004880                MOVE 4                     TO RETURN-CODE
004890            END-IF.
004900       ******************************************************************
004910       * DISPLAY COUNTS AND CLOSE THE FILES.
004920       ******************************************************************
004930        30000-CLOSE-PARA.
004940            DISPLAY "EMPMAST RECORDS READ : " WS-EMP-COUNT.
004950            DISPLAY "EMPLOYEES CHARTED    : " WS-PRINT-COUNT.
004960            DISPLAY "LOOPING CHAINS       : " WS-LOOP-COUNT.
004970            DISPLAY "SUPV TERMINATED      : " WS-TERM-SUPV-COUNT.
004980            DISPLAY "SUPV NOT ON EMPMAST  : " WS-MISS-SUPV-COUNT.
004990            CLOSE EMP-MASTER.
005000            IF  WS-DEPT-AVAIL              = "YES"
005010                CLOSE DEPT-FILE
005020            END-IF.
005030            CLOSE REPORT-FILE.
