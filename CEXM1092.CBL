000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1092.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: REPORT ARCHIVE - STORE. RUN AS THE STEP AFTER
000060       *  A REPORT IS PRINTED; EVERY REPORT DATASET IS OVERWRITTEN BY
000070       *  ITS NEXT RUN, SO THIS STEP COPIES THE ONE JUST WRITTEN
000080       *  (RPTIN) ONTO THE RPTARCH ARCHIVE, LINE BY LINE, AND FILES AN
000090       *  RPTINDEX ENTRY FOR IT:
000100       *    - SPGM0905 CARDS: RPTID= (THE REPORT ID ON RPTDEF), DATE=
000110       *      (THE BUSINESS DATE, DEFAULT THE RUN DATE) AND REPLACE=
000120       *      (YES TO RE-FILE A REPORT ALREADY ARCHIVED FOR THAT DATE,
000130       *      E.G. AFTER A RERUN; DEFAULT NO, WHICH REFUSES)
000140       *    - RPTDEF DESCRIBES EACH REPORT: ITS PROGRAM, HOW ITS PAGES
000150       *      BREAK - B FOR STATEMENTS AND LETTERS, WHERE EACH PAGE
000160       *      RUNS FROM A BORDER LINE OF ASTERISKS TO THE NEXT, OR L
000170       *      FOR A FIXED NUMBER OF LINES PER PAGE (DEFAULT 60) - AND,
000180       *      FOR A PER-STUDENT REPORT, UP TO TWO MARKERS (TEXT AT A
000190       *      COLUMN) WHOSE LINES CARRY A NUMERIC STUDENT KEY AT A
000200       *      GIVEN COLUMN AND LENGTH
000210       *    - EACH ARCHIVED LINE KEEPS ITS PAGE NUMBER AND THE STUDENT
000220       *      KEY FOUND ON IT, SO CEXM1093 CAN REPRINT THE WHOLE
000230       *      REPORT OR ONE STUDENT'S PAGES
000240       *    - THE INDEX ENTRY HOLDS THE REPORT ID, PRODUCING PROGRAM,
000250       *      BUSINESS DATE, PAGE AND LINE COUNTS, AND THE LOW AND HIGH
000260       *      STUDENT KEY ON THE REPORT
000270       *  CEXM1094 AGES THE ARCHIVE OFF BY THE RETCTL RULES.
000280       * RPTDEF  : JEBA02.EMY.COBOL.RPTDEF
000290       * RPTIN   : THE REPORT DATASET BEING ARCHIVED
000300       * RPTINDEX: JEBA02.EMY.COBOL.RPTINDEX (INDEXED ON REPORT/DATE)
000310       * RPTARCH : JEBA02.EMY.COBOL.RPTARCH (INDEXED ON REPORT/DATE/
000320       *           LINE)
000330       * ----------------------------------------------------------------
000340       * PRJ NO    NAME     DATE          MAINT DESC.
000350       * ----------------------------------------------------------------
000360       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000370       ******************************************************************
000380        ENVIRONMENT DIVISION.
000390        INPUT-OUTPUT SECTION.
000400        FILE-CONTROL.
000410            SELECT DEF-FILE
000420                ASSIGN TO RPTDEF
000430                ORGANIZATION IS SEQUENTIAL
000440                ACCESS MODE IS SEQUENTIAL
000450                FILE STATUS IS WS-DEF-FS.
000460            SELECT RPT-FILE
000470                ASSIGN TO RPTIN
000480                ORGANIZATION IS SEQUENTIAL
000490                ACCESS MODE IS SEQUENTIAL
000500                FILE STATUS IS WS-RPT-FS.
000510            SELECT INDEX-FILE
000520                ASSIGN TO RPTINDEX
000530                ORGANIZATION IS INDEXED
000540                ACCESS MODE IS DYNAMIC
000550                RECORD KEY IS IX-KEY
000560                FILE STATUS IS WS-INDEX-FS.
000570            SELECT ARCH-FILE
000580                ASSIGN TO RPTARCH
000590                ORGANIZATION IS INDEXED
000600                ACCESS MODE IS DYNAMIC
000610                RECORD KEY IS AR-KEY
000620                FILE STATUS IS WS-ARCH-FS.
000630        DATA DIVISION.
000640        FILE SECTION.
000650        FD  DEF-FILE.
000660        01  RD-DEF-REC.
000670            05  RD-RPT-ID                 PIC X(08).
000680            05  RD-PGM-ID                 PIC X(08).
000690            05  RD-PAGE-RULE              PIC X(01).
000700            05  RD-PAGE-LINES             PIC 9(03).
000710            05  RD-KEY-LEN                PIC 9(02).
000720            05  RD-MARK1-COL              PIC 9(02).
000730            05  RD-MARK1                  PIC X(12).
000740            05  RD-KEY1-COL               PIC 9(02).
000750            05  RD-MARK2-COL              PIC 9(02).
000760            05  RD-MARK2                  PIC X(12).
000770            05  RD-KEY2-COL               PIC 9(02).
000780            05  RD-DESC                   PIC X(26).
000790        FD  RPT-FILE.
000800        01  RP-REPORT-LINE                PIC X(80).
000810        FD  INDEX-FILE.
000820        01  IX-INDEX-REC.
000830            05  IX-KEY.
000840                10  IX-RPT-ID             PIC X(08).
000850                10  IX-BUS-DATE           PIC 9(08).
000860            05  IX-PGM-ID                 PIC X(08).
000870            05  IX-ARCH-DATE              PIC 9(08).
000880            05  IX-PAGE-COUNT             PIC 9(05).
000890            05  IX-LINE-COUNT             PIC 9(07).
000900            05  IX-KEY-LEN                PIC 9(02).
000910            05  IX-KEY-LOW                PIC X(10).
000920            05  IX-KEY-HIGH               PIC X(10).
000930            05  IX-DESC                   PIC X(26).
000940            05  FILLER                    PIC X(08).
000950        FD  ARCH-FILE.
000960        01  AR-ARCH-REC.
000970            05  AR-KEY.
000980                10  AR-RPT-ID             PIC X(08).
000990                10  AR-BUS-DATE           PIC 9(08).
001000                10  AR-LINE-NO            PIC 9(07).
001010            05  AR-PAGE-NO                PIC 9(05).
001020            05  AR-LINE-KEY               PIC X(10).
001030            05  AR-LINE                   PIC X(80).
001040            05  FILLER                    PIC X(02).
001050        WORKING-STORAGE SECTION.
001060        01  WS-DEF-FS                     PIC X(02).
001070        01  WS-RPT-FS                     PIC X(02).
001080        01  WS-INDEX-FS                   PIC X(02).
001090        01  WS-ARCH-FS                    PIC X(02).
001100        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001110        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001120        01  WS-DEF-EOF                    PIC X(03) VALUE "NO".
001130        01  WS-ARCH-EOF                   PIC X(03).
001140        01  WS-PARM-CARD                  PIC X(80).
001150        01  WS-CURRENT-DATE-DATA          PIC X(21).
001160        01  WS-RUN-DATE                   PIC 9(08).
001170        01  WS-RPT-ID                     PIC X(08).
001180        01  WS-BUS-DATE                   PIC 9(08).
001190        01  WS-REPLACE                    PIC X(03).
001200       * THE REPORT'S RPTDEF ROW.
001210        01  WS-DEF-FOUND                  PIC X(03) VALUE "NO".
001220        01  WS-DF-PGM-ID                  PIC X(08).
001230        01  WS-DF-PAGE-RULE               PIC X(01).
001240        01  WS-DF-PAGE-LINES              PIC 9(03).
001250        01  WS-DF-KEY-LEN                 PIC 9(02).
001260        01  WS-DF-DESC                    PIC X(26).
001270        01  WS-MARK-TABLE.
001280            05  WS-MK-ENTRY               OCCURS 2 TIMES.
001290                10  WS-MK-COL             PIC 9(02).
001300                10  WS-MK-TEXT            PIC X(12).
001310                10  WS-MK-LEN             PIC 9(02).
001320                10  WS-MK-KEY-COL         PIC 9(02).
001330        01  WS-MK-SUB                     PIC 9(01).
001340        01  WS-SCAN-SUB                   PIC 9(02).
001350       * PAGING AND KEYS FOR THE REPORT BEING FILED.
001360        01  WS-LINE-NO                    PIC 9(07) VALUE 0.
001370        01  WS-PAGE-COUNT                 PIC 9(05) VALUE 0.
001380        01  WS-CUR-PAGE                   PIC 9(05) VALUE 0.
001390        01  WS-IN-PAGE                    PIC X(03) VALUE "NO".
001400        01  WS-LINE-KEY                   PIC X(10).
001410        01  WS-KEY-LOW                    PIC X(10) VALUE HIGH-VALUES.
001420        01  WS-KEY-HIGH                   PIC X(10) VALUE LOW-VALUES.
001430        01  WS-KEYED-LINES                PIC 9(07) VALUE 0.
001440        01  WS-REPLACED-LINES             PIC 9(07) VALUE 0.
001450        01  WS-BORDER                     PIC X(10) VALUE ALL "*".
001460        COPY SPGM0905L.
001470        COPY SPGM0906L.
001480        COPY SPGMABNL.
001490        PROCEDURE DIVISION.
001500       ******************************************************************
001510       * MAIN PROGRAM FLOW.
001520       ******************************************************************
001530        00000-MAIN-PARA.
001540            PERFORM 05000-ACCEPT-PARA.
001550            IF  WS-ERROR-FLAG              NOT = "YES"
001560                PERFORM 10000-INITIALIZE-PARA
001570            END-IF.
001580            IF  WS-ERROR-FLAG              NOT = "YES"
001590                PERFORM 12000-LOAD-DEF-PARA
001600                    UNTIL WS-DEF-EOF       = "YES"
001610                IF  WS-DEF-FOUND           = "NO"
001620                    DISPLAY "REPORT " WS-RPT-ID
001630                        " IS NOT ON RPTDEF - RUN REFUSED."
001640                    MOVE 16                TO RETURN-CODE
001650                    MOVE "YES"             TO WS-ERROR-FLAG
001660                END-IF
001670            END-IF.
001680            IF  WS-ERROR-FLAG              NOT = "YES"
001690                PERFORM 14000-CHECK-FILED-PARA
001700            END-IF.
001710            PERFORM 20000-PROCESS-PARA
001720              UNTIL WS-ERROR-FLAG = "YES"
001730              OR    WS-ENDOFFILE  = "YES".
001740            IF  WS-ERROR-FLAG              NOT = "YES"
001750                PERFORM 25000-WRITE-INDEX-PARA
001760            END-IF.
001770            PERFORM 30000-CLOSE-PARA.
001780            STOP RUN.
001790       ******************************************************************
001800       * ACCEPT THE RPTID=, DATE= AND REPLACE= CARDS.
001810       ******************************************************************
001820        05000-ACCEPT-PARA.
001830            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001840            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RUN-DATE.
001850            MOVE SPACES                    TO WS-PARM-CARD.
001860            ACCEPT WS-PARM-CARD.
001870            MOVE WS-PARM-CARD              TO LK-PA-CARD.
001880            MOVE "RPTID"                   TO LK-PA-KEYWORD.
001890            SET LK-PA-ALPHA                TO TRUE.
001900            MOVE SPACES                    TO LK-PA-DEFAULT.
001910            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
001920            IF  LK-PA-BAD
001930                OR  LK-PA-VALUE            = SPACES
001940                DISPLAY "RPTID= CARD MISSING OR BAD - RUN REFUSED."
001950                MOVE 16                    TO RETURN-CODE
001960                MOVE "YES"                 TO WS-ERROR-FLAG
001970            ELSE
001980                MOVE LK-PA-VALUE           TO WS-RPT-ID
001990            END-IF.
002000            MOVE SPACES                    TO WS-PARM-CARD.
002010            ACCEPT WS-PARM-CARD.
002020            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002030            MOVE "DATE"                    TO LK-PA-KEYWORD.
002040            SET LK-PA-NUMERIC              TO TRUE.
002050            MOVE 19000101                  TO LK-PA-MIN-VALUE.
002060            MOVE 29991231                  TO LK-PA-MAX-VALUE.
002070            MOVE WS-CURRENT-DATE-DATA(1:8) TO LK-PA-DEFAULT.
002080            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002090            IF  LK-PA-BAD
002100                DISPLAY "BAD DATE= CARD - RUN REFUSED."
002110                MOVE 16                    TO RETURN-CODE
002120                MOVE "YES"                 TO WS-ERROR-FLAG
002130            ELSE
002140                MOVE LK-PA-NUM-VALUE       TO WS-BUS-DATE
002150                SET LK-DT-VALIDATE         TO TRUE
002160                MOVE WS-BUS-DATE           TO LK-DT-DATE-1
002170                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
002180                IF  LK-DT-BAD
002190                    DISPLAY "DATE= " WS-BUS-DATE
002200                        " IS NOT A REAL DATE - RUN REFUSED."
002210                    MOVE 16                TO RETURN-CODE
002220                    MOVE "YES"             TO WS-ERROR-FLAG
002230                END-IF
002240            END-IF.
002250            MOVE SPACES                    TO WS-PARM-CARD.
002260            ACCEPT WS-PARM-CARD.
002270            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002280            MOVE "REPLACE"                 TO LK-PA-KEYWORD.
002290            SET LK-PA-ALPHA                TO TRUE.
002300            MOVE "NO"                      TO LK-PA-DEFAULT.
002310            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002320            IF  LK-PA-BAD
002330                OR (LK-PA-VALUE            NOT = "YES"
002340                AND LK-PA-VALUE            NOT = "NO")
002350                DISPLAY "REPLACE= MUST BE YES OR NO - RUN REFUSED."
002360                MOVE 16                    TO RETURN-CODE
002370                MOVE "YES"                 TO WS-ERROR-FLAG
002380            ELSE
002390                MOVE LK-PA-VALUE           TO WS-REPLACE
002400            END-IF.
002410       ******************************************************************
002420       * OPEN THE FILES. THE ARCHIVE AND ITS INDEX ARE CREATED ON THE
002430       * FIRST RUN.
002440       ******************************************************************
002450        10000-INITIALIZE-PARA.
002460            OPEN INPUT DEF-FILE.
002470            IF WS-DEF-FS                  NOT = "00"
002480               DISPLAY "RPTDEF ACCESS ERROR."
002490               MOVE "CEXM1092"            TO LK-PGM-ID
002500               MOVE "RPTDEF"              TO LK-FILE-ID
002510               MOVE WS-DEF-FS             TO LK-FILE-STATUS
002520               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002530               IF  LK-ABEND-YES
002540                   MOVE 16                TO RETURN-CODE
002550                   MOVE "YES"             TO WS-ERROR-FLAG
002560               END-IF
002570            END-IF.
002580            OPEN INPUT RPT-FILE.
002590            IF WS-RPT-FS                  NOT = "00"
002600               DISPLAY "RPTIN ACCESS ERROR."
002610               MOVE "CEXM1092"            TO LK-PGM-ID
002620               MOVE "RPTIN"               TO LK-FILE-ID
002630               MOVE WS-RPT-FS             TO LK-FILE-STATUS
002640               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002650               IF  LK-ABEND-YES
002660                   MOVE 16                TO RETURN-CODE
002670                   MOVE "YES"             TO WS-ERROR-FLAG
002680               END-IF
002690            END-IF.
002700            OPEN I-O INDEX-FILE.
002710            IF WS-INDEX-FS                = "35"
002720               OPEN OUTPUT INDEX-FILE
002730               CLOSE INDEX-FILE
002740               OPEN I-O INDEX-FILE
002750            END-IF.
002760            IF WS-INDEX-FS                NOT = "00"
002770               DISPLAY "RPTINDEX ACCESS ERROR."
002780               MOVE "CEXM1092"            TO LK-PGM-ID
002790               MOVE "RPTINDEX"            TO LK-FILE-ID
002800               MOVE WS-INDEX-FS           TO LK-FILE-STATUS
002810               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002820               IF  LK-ABEND-YES
002830                   MOVE 16                TO RETURN-CODE
002840                   MOVE "YES"             TO WS-ERROR-FLAG
002850               END-IF
002860            END-IF.
002870            OPEN I-O ARCH-FILE.
002880            IF WS-ARCH-FS                 = "35"
002890               OPEN OUTPUT ARCH-FILE
002900               CLOSE ARCH-FILE
002910               OPEN I-O ARCH-FILE
002920            END-IF.
002930            IF WS-ARCH-FS                 NOT = "00"
002940               DISPLAY "RPTARCH ACCESS ERROR."
002950               MOVE "CEXM1092"            TO LK-PGM-ID
002960               MOVE "RPTARCH"             TO LK-FILE-ID
002970               MOVE WS-ARCH-FS            TO LK-FILE-STATUS
002980               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002990               IF  LK-ABEND-YES
003000                   MOVE 16                TO RETURN-CODE
003010                   MOVE "YES"             TO WS-ERROR-FLAG
003020               END-IF
003030            END-IF.
003040       ******************************************************************
003050       * FIND THE REPORT'S RPTDEF ROW AND MEASURE ITS KEY MARKERS.
003060       ******************************************************************
003070        12000-LOAD-DEF-PARA.
003080            READ DEF-FILE
003090            AT END
003100                MOVE "YES"                 TO WS-DEF-EOF
003110            NOT AT END
003120                IF  RD-RPT-ID              = WS-RPT-ID
003130                    AND WS-DEF-FOUND       = "NO"
003140                    PERFORM 12100-TAKE-DEF-PARA
003150                END-IF
003160            END-READ.
003170        12100-TAKE-DEF-PARA.
003180            MOVE "YES"                     TO WS-DEF-FOUND.
003190            MOVE RD-PGM-ID                 TO WS-DF-PGM-ID.
003200            MOVE RD-PAGE-RULE              TO WS-DF-PAGE-RULE.
003210            MOVE RD-DESC                   TO WS-DF-DESC.
003220            IF  RD-PAGE-LINES              NUMERIC
003230                AND RD-PAGE-LINES          > 0
003240                MOVE RD-PAGE-LINES         TO WS-DF-PAGE-LINES
003250            ELSE
003260                MOVE 60                    TO WS-DF-PAGE-LINES
003270            END-IF.
003280            IF  RD-KEY-LEN                 NUMERIC
003290                AND RD-KEY-LEN             NOT > 10
003300                MOVE RD-KEY-LEN            TO WS-DF-KEY-LEN
003310            ELSE
003320                MOVE 0                     TO WS-DF-KEY-LEN
003330            END-IF.
003340            INITIALIZE WS-MARK-TABLE.
003350            IF  RD-MARK1-COL               NUMERIC
003360                AND RD-KEY1-COL            NUMERIC
003370                MOVE RD-MARK1-COL          TO WS-MK-COL(1)
003380                MOVE RD-MARK1              TO WS-MK-TEXT(1)
003390                MOVE RD-KEY1-COL           TO WS-MK-KEY-COL(1)
003400            END-IF.
003410            IF  RD-MARK2-COL               NUMERIC
003420                AND RD-KEY2-COL            NUMERIC
003430                MOVE RD-MARK2-COL          TO WS-MK-COL(2)
003440                MOVE RD-MARK2              TO WS-MK-TEXT(2)
003450                MOVE RD-KEY2-COL           TO WS-MK-KEY-COL(2)
003460            END-IF.
003470            PERFORM 12200-MEASURE-MARK-PARA
003480                VARYING WS-MK-SUB FROM 1 BY 1
003490                UNTIL WS-MK-SUB            > 2.
003500            IF  WS-DF-PAGE-RULE            NOT = "B"
003510                AND WS-DF-PAGE-RULE        NOT = "L"
003520                DISPLAY "RPTDEF PAGE RULE FOR " WS-RPT-ID
003530                    " MUST BE B OR L - RUN REFUSED."
003540                MOVE 16                    TO RETURN-CODE
003550                MOVE "YES"                 TO WS-ERROR-FLAG
003560            END-IF.
003570       * A MARKER'S LENGTH IS ITS LAST NON-SPACE CHARACTER. A MARKER
003580       * THAT WOULD RUN OFF THE LINE, OR WHOSE KEY WOULD, IS DROPPED.
003590        12200-MEASURE-MARK-PARA.
003600            MOVE 0                         TO WS-MK-LEN(WS-MK-SUB).
003610            PERFORM 12300-MARK-CHAR-PARA
003620                VARYING WS-SCAN-SUB FROM 1 BY 1
003630                UNTIL WS-SCAN-SUB          > 12.
003640            IF  WS-MK-COL(WS-MK-SUB)       = 0
003650                OR WS-MK-LEN(WS-MK-SUB)    = 0
003660                OR WS-DF-KEY-LEN           = 0
003670                OR WS-MK-KEY-COL(WS-MK-SUB) = 0
003680                OR WS-MK-COL(WS-MK-SUB) + WS-MK-LEN(WS-MK-SUB) > 81
003690                OR WS-MK-KEY-COL(WS-MK-SUB) + WS-DF-KEY-LEN > 81
003700                MOVE 0                     TO WS-MK-LEN(WS-MK-SUB)
003710            END-IF.
003720        12300-MARK-CHAR-PARA.
003730            IF  WS-MK-TEXT(WS-MK-SUB)(WS-SCAN-SUB:1) NOT = SPACE
003740                MOVE WS-SCAN-SUB           TO WS-MK-LEN(WS-MK-SUB)
003750            END-IF.
003760       ******************************************************************
003770       * A REPORT ALREADY FILED FOR THE DATE IS REFUSED UNLESS
003780       * REPLACE=YES, WHICH TAKES THE OLD COPY OFF FIRST.
003790       ******************************************************************
003800        14000-CHECK-FILED-PARA.
003810            MOVE WS-RPT-ID                 TO IX-RPT-ID.
003820            MOVE WS-BUS-DATE               TO IX-BUS-DATE.
003830            READ INDEX-FILE
003840                INVALID KEY
003850                    CONTINUE
003860                NOT INVALID KEY
003870                    IF  WS-REPLACE         = "YES"
003880                        PERFORM 14100-REMOVE-OLD-PARA
003890                    ELSE
003900                        DISPLAY "REPORT " WS-RPT-ID " FOR "
003910                            WS-BUS-DATE " IS ALREADY ARCHIVED"
003920                            " - SUPPLY REPLACE=YES TO RE-FILE IT."
003930                        MOVE 8             TO RETURN-CODE
003940                        MOVE "YES"         TO WS-ERROR-FLAG
003950                    END-IF
003960            END-READ.
003970        14100-REMOVE-OLD-PARA.
003980            DELETE INDEX-FILE
003990                INVALID KEY
004000                    DISPLAY "RPTINDEX DELETE FAILED - STATUS "
004010                        WS-INDEX-FS
004020                    MOVE 16                TO RETURN-CODE
004030                    MOVE "YES"             TO WS-ERROR-FLAG
004040            END-DELETE.
004050            MOVE WS-RPT-ID                 TO AR-RPT-ID.
004060            MOVE WS-BUS-DATE               TO AR-BUS-DATE.
004070            MOVE 0                         TO AR-LINE-NO.
004080            MOVE "NO"                      TO WS-ARCH-EOF.
004090            START ARCH-FILE KEY IS >= AR-KEY
004100                INVALID KEY
004110                    MOVE "YES"             TO WS-ARCH-EOF
004120            END-START.
004130            PERFORM 14200-DELETE-LINE-PARA
004140                UNTIL WS-ARCH-EOF          = "YES"
004150                OR    WS-ERROR-FLAG        = "YES".
004160        14200-DELETE-LINE-PARA.
004170            READ ARCH-FILE NEXT RECORD
004180            AT END
004190                MOVE "YES"                 TO WS-ARCH-EOF
004200            NOT AT END
004210                IF  AR-RPT-ID              NOT = WS-RPT-ID
004220                    OR AR-BUS-DATE         NOT = WS-BUS-DATE
004230                    MOVE "YES"             TO WS-ARCH-EOF
004240                ELSE
004250                    DELETE ARCH-FILE
004260                        INVALID KEY
004270                            DISPLAY "RPTARCH DELETE FAILED - STATUS "
004280                                WS-ARCH-FS
004290                            MOVE 16        TO RETURN-CODE
004300                            MOVE "YES"     TO WS-ERROR-FLAG
004310                    END-DELETE
004320                    ADD 1                  TO WS-REPLACED-LINES
004330                END-IF
004340            END-READ.
004350       ******************************************************************
004360       * FILE ONE REPORT LINE WITH ITS PAGE NUMBER AND STUDENT KEY.
004370       ******************************************************************
004380        20000-PROCESS-PARA.
004390            READ RPT-FILE
004400            AT END
004410                MOVE "YES"                 TO WS-ENDOFFILE
004420            NOT AT END
004430                ADD 1                      TO WS-LINE-NO
004440                PERFORM 21000-PAGE-PARA
004450                MOVE SPACES                TO WS-LINE-KEY
004460                PERFORM 22000-KEY-PARA
004470                    VARYING WS-MK-SUB FROM 1 BY 1
004480                    UNTIL WS-MK-SUB        > 2
004490                MOVE SPACES                TO AR-ARCH-REC
004500                MOVE WS-RPT-ID             TO AR-RPT-ID
004510                MOVE WS-BUS-DATE           TO AR-BUS-DATE
004520                MOVE WS-LINE-NO            TO AR-LINE-NO
004530                MOVE WS-CUR-PAGE           TO AR-PAGE-NO
004540                MOVE WS-LINE-KEY           TO AR-LINE-KEY
004550                MOVE RP-REPORT-LINE        TO AR-LINE
004560                WRITE AR-ARCH-REC
004570                    INVALID KEY
004580                        DISPLAY "RPTARCH WRITE FAILED - STATUS "
004590                            WS-ARCH-FS " LINE " WS-LINE-NO
004600                        MOVE 16            TO RETURN-CODE
004610                        MOVE "YES"         TO WS-ERROR-FLAG
004620                END-WRITE
004630            END-READ.
004640       * B: A BORDER LINE OPENS A PAGE, THE NEXT ONE CLOSES IT; LINES
004650       * BETWEEN PAGES (A REPORT TRAILER) ARE PAGE ZERO.
004660       * L: A NEW PAGE EVERY RPTDEF PAGE-LINES LINES.
004670        21000-PAGE-PARA.
004680            IF  WS-DF-PAGE-RULE            = "B"
004690                IF  RP-REPORT-LINE(1:10)   = WS-BORDER
004700                    IF  WS-IN-PAGE         = "NO"
004710                        ADD 1              TO WS-PAGE-COUNT
004720                        MOVE WS-PAGE-COUNT TO WS-CUR-PAGE
004730                        MOVE "YES"         TO WS-IN-PAGE
004740                    ELSE
004750                        MOVE "NO"          TO WS-IN-PAGE
004760                    END-IF
004770                ELSE
004780                    IF  WS-IN-PAGE         = "NO"
004790                        MOVE 0             TO WS-CUR-PAGE
004800                    END-IF
004810                END-IF
004820            ELSE
004830                COMPUTE WS-CUR-PAGE = ((WS-LINE-NO - 1)
004840                    / WS-DF-PAGE-LINES) + 1
004850                MOVE WS-CUR-PAGE           TO WS-PAGE-COUNT
004860            END-IF.
004870       * A LINE CARRYING A MARKER AND A NUMERIC KEY BELONGS TO THAT
004880       * STUDENT; THE FIRST MARKER THAT MATCHES WINS.
004890        22000-KEY-PARA.
004900            IF  WS-MK-LEN(WS-MK-SUB)       > 0
004910                AND WS-LINE-KEY            = SPACES
004920                IF  RP-REPORT-LINE(WS-MK-COL(WS-MK-SUB):
004930                                   WS-MK-LEN(WS-MK-SUB))
004940                    = WS-MK-TEXT(WS-MK-SUB)(1:WS-MK-LEN(WS-MK-SUB))
004950                    AND RP-REPORT-LINE(WS-MK-KEY-COL(WS-MK-SUB):
004960                                       WS-DF-KEY-LEN) NUMERIC
004970                    MOVE RP-REPORT-LINE(WS-MK-KEY-COL(WS-MK-SUB):
004980                                        WS-DF-KEY-LEN)
004990                                           TO WS-LINE-KEY
005000                    ADD 1                  TO WS-KEYED-LINES
005010                    IF  WS-LINE-KEY        < WS-KEY-LOW
005020                        MOVE WS-LINE-KEY   TO WS-KEY-LOW
005030                    END-IF
005040                    IF  WS-LINE-KEY        > WS-KEY-HIGH
005050                        MOVE WS-LINE-KEY   TO WS-KEY-HIGH
005060                    END-IF
005070                END-IF
005080            END-IF.
005090       ******************************************************************
005100       * FILE THE INDEX ENTRY FOR THE ARCHIVED REPORT.
005110       ******************************************************************
005120        25000-WRITE-INDEX-PARA.
005130            MOVE SPACES                    TO IX-INDEX-REC.
005140            MOVE WS-RPT-ID                 TO IX-RPT-ID.
005150            MOVE WS-BUS-DATE               TO IX-BUS-DATE.
005160            MOVE WS-DF-PGM-ID              TO IX-PGM-ID.
005170            MOVE WS-RUN-DATE               TO IX-ARCH-DATE.
005180            MOVE WS-PAGE-COUNT             TO IX-PAGE-COUNT.
005190            MOVE WS-LINE-NO                TO IX-LINE-COUNT.
005200            MOVE WS-DF-DESC                TO IX-DESC.
005210            IF  WS-KEYED-LINES             > 0
005220                MOVE WS-DF-KEY-LEN         TO IX-KEY-LEN
005230                MOVE WS-KEY-LOW            TO IX-KEY-LOW
005240                MOVE WS-KEY-HIGH           TO IX-KEY-HIGH
005250            ELSE
005260                MOVE 0                     TO IX-KEY-LEN
005270            END-IF.
005280            WRITE IX-INDEX-REC
005290                INVALID KEY
005300                    DISPLAY "RPTINDEX WRITE FAILED - STATUS "
005310                        WS-INDEX-FS
005320                    MOVE 16                TO RETURN-CODE
005330                    MOVE "YES"             TO WS-ERROR-FLAG
005340            END-WRITE.
005350            IF  WS-LINE-NO                 = 0
005360                AND WS-ERROR-FLAG          NOT = "YES"
005370                DISPLAY "RPTIN WAS EMPTY - ARCHIVED WITH NO LINES."
005380                MOVE 4                     TO RETURN-CODE
005390            END-IF.
005400       ******************************************************************
005410       * DISPLAY COUNTS AND CLOSE THE FILES.
005420       ******************************************************************
005430        30000-CLOSE-PARA.
005440            DISPLAY "REPORT ARCHIVED     : " WS-RPT-ID " "
005450                WS-BUS-DATE.
005460            DISPLAY "LINES FILED         : " WS-LINE-NO.
005470            DISPLAY "PAGES               : " WS-PAGE-COUNT.
005480            DISPLAY "STUDENT-KEYED LINES : " WS-KEYED-LINES.
005490            DISPLAY "PRIOR LINES REPLACED: " WS-REPLACED-LINES.
005500            CLOSE DEF-FILE.
005510            CLOSE RPT-FILE.
005520            CLOSE INDEX-FILE.
005530            CLOSE ARCH-FILE.
