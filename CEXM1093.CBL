000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1093.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: REPORT ARCHIVE - REPRINT. REPRINTS A REPORT
000060       *  FILED ON RPTARCH BY CEXM1092, EXACTLY AS IT WAS PRINTED:
000070       *    - SPGM0905 CARDS: RPTID= (THE REPORT ID), DATE= (THE
000080       *      BUSINESS DATE IT WAS FILED UNDER - REQUIRED) AND STUDENT=
000090       *      (DEFAULT 0 = THE WHOLE REPORT)
000100       *    - WITH A STUDENT NUMBER, ONLY THE PAGES CARRYING THAT
000110       *      STUDENT'S KEY ARE REPRINTED - ONE STATEMENT OR LETTER
000120       *      FROM A RUN OF THOUSANDS. THIS NEEDS A REPORT THAT RPTDEF
000130       *      KEYS BY STUDENT; LINES OUTSIDE ANY PAGE (A TRAILER) ARE
000140       *      LEFT OUT
000150       *    - A REPORT NOT FILED FOR THE DATE LISTS THE DATES THAT
000160       *      ARE ON FILE FOR IT, RC 8; A STUDENT OUTSIDE THE REPORT'S
000170       *      KEY RANGE, OR WITH NO PAGES ON IT, IS RC 4
000180       * RPTINDEX: JEBA02.EMY.COBOL.RPTINDEX (INDEXED ON REPORT/DATE)
000190       * RPTARCH : JEBA02.EMY.COBOL.RPTARCH (INDEXED ON REPORT/DATE/
000200       *           LINE)
000210       * REPRINT : THE REPRINTED REPORT
000220       * ----------------------------------------------------------------
000230       * PRJ NO    NAME     DATE          MAINT DESC.
000240       * ----------------------------------------------------------------
000250       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000260       ******************************************************************
000270        ENVIRONMENT DIVISION.
000280        INPUT-OUTPUT SECTION.
000290        FILE-CONTROL.
000300            SELECT INDEX-FILE
000310                ASSIGN TO RPTINDEX
000320                ORGANIZATION IS INDEXED
000330                ACCESS MODE IS DYNAMIC
000340                RECORD KEY IS IX-KEY
000350                FILE STATUS IS WS-INDEX-FS.
000360            SELECT ARCH-FILE
000370                ASSIGN TO RPTARCH
000380                ORGANIZATION IS INDEXED
000390                ACCESS MODE IS DYNAMIC
000400                RECORD KEY IS AR-KEY
000410                FILE STATUS IS WS-ARCH-FS.
000420            SELECT PRINT-FILE
000430                ASSIGN TO REPRINT
000440                ORGANIZATION IS SEQUENTIAL
000450                ACCESS MODE IS SEQUENTIAL
000460                FILE STATUS IS WS-PRINT-FS.
000470        DATA DIVISION.
000480        FILE SECTION.
000490        FD  INDEX-FILE.
000500        01  IX-INDEX-REC.
000510            05  IX-KEY.
000520                10  IX-RPT-ID             PIC X(08).
000530                10  IX-BUS-DATE           PIC 9(08).
000540            05  IX-PGM-ID                 PIC X(08).
000550            05  IX-ARCH-DATE              PIC 9(08).
000560            05  IX-PAGE-COUNT             PIC 9(05).
000570            05  IX-LINE-COUNT             PIC 9(07).
000580            05  IX-KEY-LEN                PIC 9(02).
000590            05  IX-KEY-LOW                PIC X(10).
000600            05  IX-KEY-HIGH               PIC X(10).
000610            05  IX-DESC                   PIC X(26).
000620            05  FILLER                    PIC X(08).
000630        FD  ARCH-FILE.
000640        01  AR-ARCH-REC.
000650            05  AR-KEY.
000660                10  AR-RPT-ID             PIC X(08).
000670                10  AR-BUS-DATE           PIC 9(08).
000680                10  AR-LINE-NO            PIC 9(07).
000690            05  AR-PAGE-NO                PIC 9(05).
000700            05  AR-LINE-KEY               PIC X(10).
000710            05  AR-LINE                   PIC X(80).
000720            05  FILLER                    PIC X(02).
000730        FD  PRINT-FILE.
000740        01  PR-PRINT-LINE                 PIC X(80).
000750        WORKING-STORAGE SECTION.
000760        01  WS-INDEX-FS                   PIC X(02).
000770        01  WS-ARCH-FS                    PIC X(02).
000780        01  WS-PRINT-FS                   PIC X(02).
000790        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000800        01  WS-ARCH-EOF                   PIC X(03) VALUE "NO".
000810        01  WS-INDEX-EOF                  PIC X(03) VALUE "NO".
000820        01  WS-FILED                      PIC X(03) VALUE "NO".
000830        01  WS-PARM-CARD                  PIC X(80).
000840        01  WS-CURRENT-DATE-DATA          PIC X(21).
000850        01  WS-RPT-ID                     PIC X(08).
000860        01  WS-BUS-DATE                   PIC 9(08).
000870        01  WS-STUDENT                    PIC 9(10) VALUE 0.
000880        01  WS-STUDENT-X                  REDEFINES WS-STUDENT
000890                                          PIC X(10).
000900        01  WS-WANT-KEY                   PIC X(10).
000910        01  WS-KEY-START                  PIC 9(02).
000920        01  WS-DATES-LISTED               PIC 9(05) VALUE 0.
000930       * ONE PAGE IS HELD UNTIL IT IS KNOWN WHETHER THE STUDENT IS ON
000940       * IT.
000950        01  WS-PAGE-MAX                   PIC 9(03) VALUE 500.
000960        01  WS-PAGE-TABLE.
000970            05  WS-PG-LINE                OCCURS 500 TIMES
000980                                          PIC X(80).
000990        01  WS-PG-COUNT                   PIC 9(03) VALUE 0.
001000        01  WS-PG-SUB                     PIC 9(03).
001010        01  WS-PG-NO                      PIC 9(05) VALUE 0.
001020        01  WS-PG-MATCH                   PIC X(03) VALUE "NO".
001030        01  WS-PG-OVERFLOW                PIC X(03) VALUE "NO".
001040       * COUNTS.
001050        01  WS-LINES-READ                 PIC 9(07) VALUE 0.
001060        01  WS-LINES-PRINTED              PIC 9(07) VALUE 0.
001070        01  WS-PAGES-PRINTED              PIC 9(05) VALUE 0.
001080        COPY SPGM0905L.
001090        COPY SPGM0906L.
001100        COPY SPGMABNL.
001110        PROCEDURE DIVISION.
001120       ******************************************************************
001130       * MAIN PROGRAM FLOW.
001140       ******************************************************************
001150        00000-MAIN-PARA.
001160            PERFORM 05000-ACCEPT-PARA.
001170            IF  WS-ERROR-FLAG              NOT = "YES"
001180                PERFORM 10000-INITIALIZE-PARA
001190            END-IF.
001200            IF  WS-ERROR-FLAG              NOT = "YES"
001210                PERFORM 12000-FIND-INDEX-PARA
001220            END-IF.
001230            IF  WS-ERROR-FLAG              NOT = "YES"
001240                PERFORM 14000-START-ARCH-PARA
001250            END-IF.
001260            PERFORM 20000-PROCESS-PARA
001270              UNTIL WS-ERROR-FLAG = "YES"
001280              OR    WS-ARCH-EOF   = "YES".
001290            IF  WS-ERROR-FLAG              NOT = "YES"
001300                PERFORM 28000-TOTALS-PARA
001310            END-IF.
001320            PERFORM 30000-CLOSE-PARA.
001330            STOP RUN.
001340       ******************************************************************
001350       * ACCEPT THE RPTID=, DATE= AND STUDENT= CARDS.
001360       ******************************************************************
001370        05000-ACCEPT-PARA.
001380            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001390            MOVE SPACES                    TO WS-PARM-CARD.
001400            ACCEPT WS-PARM-CARD.
001410            MOVE WS-PARM-CARD              TO LK-PA-CARD.
001420            MOVE "RPTID"                   TO LK-PA-KEYWORD.
001430            SET LK-PA-ALPHA                TO TRUE.
001440            MOVE SPACES                    TO LK-PA-DEFAULT.
001450            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
001460            IF  LK-PA-BAD
001470                OR  LK-PA-VALUE            = SPACES
001480                DISPLAY "RPTID= CARD MISSING OR BAD - RUN REFUSED."
001490                MOVE 16                    TO RETURN-CODE
001500                MOVE "YES"                 TO WS-ERROR-FLAG
001510            ELSE
001520                MOVE LK-PA-VALUE           TO WS-RPT-ID
001530            END-IF.
001540       * NO DEFAULT: A REPRINT IS ALWAYS OF A NAMED DAY'S REPORT.
001550            MOVE SPACES                    TO WS-PARM-CARD.
001560            ACCEPT WS-PARM-CARD.
001570            MOVE WS-PARM-CARD              TO LK-PA-CARD.
001580            MOVE "DATE"                    TO LK-PA-KEYWORD.
001590            SET LK-PA-NUMERIC              TO TRUE.
001600            MOVE 19000101                  TO LK-PA-MIN-VALUE.
001610            MOVE 29991231                  TO LK-PA-MAX-VALUE.
001620            MOVE SPACES                    TO LK-PA-DEFAULT.
001630            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
001640            IF  LK-PA-BAD
001650                DISPLAY "DATE= CARD MISSING OR BAD - RUN REFUSED."
001660                MOVE 16                    TO RETURN-CODE
001670                MOVE "YES"                 TO WS-ERROR-FLAG
001680            ELSE
001690                MOVE LK-PA-NUM-VALUE       TO WS-BUS-DATE
001700                SET LK-DT-VALIDATE         TO TRUE
001710                MOVE WS-BUS-DATE           TO LK-DT-DATE-1
001720                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
001730                IF  LK-DT-BAD
001740                    DISPLAY "DATE= " WS-BUS-DATE
001750                        " IS NOT A REAL DATE - RUN REFUSED."
001760                    MOVE 16                TO RETURN-CODE
001770                    MOVE "YES"             TO WS-ERROR-FLAG
001780                END-IF
001790            END-IF.
001800            MOVE SPACES                    TO WS-PARM-CARD.
001810            ACCEPT WS-PARM-CARD.
001820            MOVE WS-PARM-CARD              TO LK-PA-CARD.
001830            MOVE "STUDENT"                 TO LK-PA-KEYWORD.
001840            SET LK-PA-NUMERIC              TO TRUE.
001850            MOVE 0                         TO LK-PA-MIN-VALUE.
001860            MOVE 999999999                 TO LK-PA-MAX-VALUE.
001870            MOVE "0"                       TO LK-PA-DEFAULT.
001880            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
001890            IF  LK-PA-BAD
001900                DISPLAY "BAD STUDENT= CARD - RUN REFUSED."
001910                MOVE 16                    TO RETURN-CODE
001920                MOVE "YES"                 TO WS-ERROR-FLAG
001930            ELSE
001940                MOVE LK-PA-NUM-VALUE       TO WS-STUDENT
001950            END-IF.
001960       ******************************************************************
001970       * OPEN THE FILES.
001980       ******************************************************************
001990        10000-INITIALIZE-PARA.
002000            OPEN INPUT INDEX-FILE.
002010            IF WS-INDEX-FS                NOT = "00"
002020               DISPLAY "RPTINDEX ACCESS ERROR."
002030               MOVE "CEXM1093"            TO LK-PGM-ID
002040               MOVE "RPTINDEX"            TO LK-FILE-ID
002050               MOVE WS-INDEX-FS           TO LK-FILE-STATUS
002060               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002070               IF  LK-ABEND-YES
002080                   MOVE 16                TO RETURN-CODE
002090                   MOVE "YES"             TO WS-ERROR-FLAG
002100               END-IF
002110            END-IF.
002120            OPEN INPUT ARCH-FILE.
002130            IF WS-ARCH-FS                 NOT = "00"
002140               DISPLAY "RPTARCH ACCESS ERROR."
002150               MOVE "CEXM1093"            TO LK-PGM-ID
002160               MOVE "RPTARCH"             TO LK-FILE-ID
002170               MOVE WS-ARCH-FS            TO LK-FILE-STATUS
002180               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002190               IF  LK-ABEND-YES
002200                   MOVE 16                TO RETURN-CODE
002210                   MOVE "YES"             TO WS-ERROR-FLAG
002220               END-IF
002230            END-IF.
002240            OPEN OUTPUT PRINT-FILE.
002250            IF WS-PRINT-FS                NOT = "00"
002260               DISPLAY "REPRINT ACCESS ERROR."
002270               MOVE "CEXM1093"            TO LK-PGM-ID
002280               MOVE "REPRINT"             TO LK-FILE-ID
002290               MOVE WS-PRINT-FS           TO LK-FILE-STATUS
002300               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002310               IF  LK-ABEND-YES
002320                   MOVE 16                TO RETURN-CODE
002330                   MOVE "YES"             TO WS-ERROR-FLAG
002340               END-IF
002350            END-IF.
002360       ******************************************************************
002370       * LOOK THE REPORT UP ON THE INDEX. NOT FILED: LIST THE DATES
002380       * THAT ARE. STUDENT RUN: CHECK THE REPORT IS KEYED AND THE
002390       * STUDENT FALLS IN ITS KEY RANGE.
002400       ******************************************************************
002410        12000-FIND-INDEX-PARA.
002420            MOVE WS-RPT-ID                 TO IX-RPT-ID.
002430            MOVE WS-BUS-DATE               TO IX-BUS-DATE.
002440            READ INDEX-FILE
002450                INVALID KEY
002460                    MOVE "NO"              TO WS-FILED
002470                NOT INVALID KEY
002480                    MOVE "YES"             TO WS-FILED
002490            END-READ.
002500            IF  WS-FILED                   = "NO"
002510                DISPLAY "REPORT " WS-RPT-ID " IS NOT ARCHIVED FOR "
002520                    WS-BUS-DATE "."
002530                PERFORM 12100-LIST-DATES-PARA
002540                MOVE 8                     TO RETURN-CODE
002550                MOVE "YES"                 TO WS-ERROR-FLAG
002560            ELSE
002570                DISPLAY "REPORT " IX-RPT-ID " " IX-DESC
002580                DISPLAY "PRODUCED BY " IX-PGM-ID " FOR " IX-BUS-DATE
002590                    ", ARCHIVED " IX-ARCH-DATE ", " IX-PAGE-COUNT
002600                    " PAGES"
002610                IF  WS-STUDENT             > 0
002620                    PERFORM 12300-CHECK-STUDENT-PARA
002630                END-IF
002640            END-IF.
002650        12100-LIST-DATES-PARA.
002660            MOVE WS-RPT-ID                 TO IX-RPT-ID.
002670            MOVE 0                         TO IX-BUS-DATE.
002680            MOVE "NO"                      TO WS-INDEX-EOF.
002690            START INDEX-FILE KEY IS >= IX-KEY
002700                INVALID KEY
002710                    MOVE "YES"             TO WS-INDEX-EOF
002720            END-START.
002730            PERFORM 12200-LIST-ONE-PARA
002740                UNTIL WS-INDEX-EOF         = "YES".
002750            IF  WS-DATES-LISTED            = 0
002760                DISPLAY "NO DATES ARE ARCHIVED FOR " WS-RPT-ID "."
002770            END-IF.
002780        12200-LIST-ONE-PARA.
002790            READ INDEX-FILE NEXT RECORD
002800            AT END
002810                MOVE "YES"                 TO WS-INDEX-EOF
002820            NOT AT END
002830                IF  IX-RPT-ID              NOT = WS-RPT-ID
002840                    MOVE "YES"             TO WS-INDEX-EOF
002850                ELSE
002860                    IF  WS-DATES-LISTED    = 0
002870                        DISPLAY "DATES ARCHIVED FOR " WS-RPT-ID ":"
002880                    END-IF
002890                    ADD 1                  TO WS-DATES-LISTED
002900                    DISPLAY "  " IX-BUS-DATE "  " IX-PAGE-COUNT
002910                        " PAGES"
002920                END-IF
002930            END-READ.
002940       * THE STUDENT'S KEY IS THE LOW-ORDER KEY-LENGTH DIGITS OF THE
002950       * STUDENT NUMBER, AS THE REPORT PRINTED IT.
002960        12300-CHECK-STUDENT-PARA.
002970            IF  IX-KEY-LEN                 = 0
002980                DISPLAY "REPORT " WS-RPT-ID
002990                    " IS NOT KEYED BY STUDENT - REPRINT IT WHOLE."
003000                MOVE 8                     TO RETURN-CODE
003010                MOVE "YES"                 TO WS-ERROR-FLAG
003020            ELSE
003030                COMPUTE WS-KEY-START = 11 - IX-KEY-LEN
003040                MOVE SPACES                TO WS-WANT-KEY
003050                MOVE WS-STUDENT-X(WS-KEY-START:IX-KEY-LEN)
003060                                           TO WS-WANT-KEY
003070                IF  WS-KEY-START           > 1
003080                    AND WS-STUDENT-X(1:WS-KEY-START - 1)
003090                        NOT = ALL "0"
003100                    DISPLAY "STUDENT " WS-STUDENT
003110                        " IS LONGER THAN THE REPORT'S KEY."
003120                    MOVE 4                 TO RETURN-CODE
003130                    MOVE "YES"             TO WS-ERROR-FLAG
003140                ELSE
003150                    IF  WS-WANT-KEY        < IX-KEY-LOW
003160                        OR WS-WANT-KEY     > IX-KEY-HIGH
003170                        DISPLAY "STUDENT " WS-WANT-KEY
003180                            " IS OUTSIDE THE REPORT'S RANGE "
003190                            IX-KEY-LOW " TO " IX-KEY-HIGH "."
003200                        MOVE 4             TO RETURN-CODE
003210                        MOVE "YES"         TO WS-ERROR-FLAG
003220                    END-IF
003230                END-IF
003240            END-IF.
003250       ******************************************************************
003260       * POSITION ON THE REPORT'S FIRST ARCHIVED LINE.
003270       ******************************************************************
003280        14000-START-ARCH-PARA.
003290            MOVE WS-RPT-ID                 TO AR-RPT-ID.
003300            MOVE WS-BUS-DATE               TO AR-BUS-DATE.
003310            MOVE 0                         TO AR-LINE-NO.
003320            START ARCH-FILE KEY IS >= AR-KEY
003330                INVALID KEY
003340                    MOVE "YES"             TO WS-ARCH-EOF
003350            END-START.
003360       ******************************************************************
003370       * REPRINT ONE ARCHIVED LINE - STRAIGHT OUT FOR A WHOLE REPORT,
003380       * OR INTO THE PAGE BUFFER FOR A STUDENT.
003390       ******************************************************************
003400        20000-PROCESS-PARA.
003410            READ ARCH-FILE NEXT RECORD
003420            AT END
003430                MOVE "YES"                 TO WS-ARCH-EOF
003440            NOT AT END
003450                IF  AR-RPT-ID              NOT = WS-RPT-ID
003460                    OR AR-BUS-DATE         NOT = WS-BUS-DATE
003470                    MOVE "YES"             TO WS-ARCH-EOF
003480                ELSE
003490                    ADD 1                  TO WS-LINES-READ
003500                    IF  WS-STUDENT         = 0
003510                        MOVE AR-LINE       TO PR-PRINT-LINE
003520                        PERFORM 25000-WRITE-PARA
003530                    ELSE
003540                        PERFORM 22000-BUFFER-PARA
003550                    END-IF
003560                END-IF
003570            END-READ.
003580        22000-BUFFER-PARA.
003590            IF  AR-PAGE-NO                 NOT = WS-PG-NO
003600                PERFORM 24000-FLUSH-PAGE-PARA
003610                MOVE AR-PAGE-NO            TO WS-PG-NO
003620            END-IF.
003630            IF  WS-PG-COUNT                < WS-PAGE-MAX
003640                ADD 1                      TO WS-PG-COUNT
003650                MOVE AR-LINE               TO WS-PG-LINE(WS-PG-COUNT)
003660            ELSE
003670                MOVE "YES"                 TO WS-PG-OVERFLOW
003680            END-IF.
003690            IF  AR-LINE-KEY                = WS-WANT-KEY
003700                MOVE "YES"                 TO WS-PG-MATCH
003710            END-IF.
003720       * A PAGE IS PRINTED WHEN THE STUDENT'S KEY WAS ON IT; PAGE ZERO
003730       * (OUTSIDE ANY PAGE) NEVER IS.
003740        24000-FLUSH-PAGE-PARA.
003750            IF  WS-PG-MATCH                = "YES"
003760                AND WS-PG-NO               > 0
003770                PERFORM 24100-PRINT-BUF-PARA
003780                    VARYING WS-PG-SUB FROM 1 BY 1
003790                    UNTIL WS-PG-SUB        > WS-PG-COUNT
003800                ADD 1                      TO WS-PAGES-PRINTED
003810                IF  WS-PG-OVERFLOW         = "YES"
003820                    DISPLAY "PAGE " WS-PG-NO " IS OVER " WS-PAGE-MAX
003830                        " LINES - REPRINT IS CUT SHORT."
003840                    MOVE 4                 TO RETURN-CODE
003850                END-IF
003860            END-IF.
003870            MOVE 0                         TO WS-PG-COUNT.
003880            MOVE "NO"                      TO WS-PG-MATCH.
003890            MOVE "NO"                      TO WS-PG-OVERFLOW.
003900        24100-PRINT-BUF-PARA.
003910            MOVE WS-PG-LINE(WS-PG-SUB)     TO PR-PRINT-LINE.
003920            PERFORM 25000-WRITE-PARA.
003930       ******************************************************************
003940       * WRITE ONE REPRINT LINE.
003950       ******************************************************************
003960        25000-WRITE-PARA.
003970            WRITE PR-PRINT-LINE.
003980            ADD 1                          TO WS-LINES-PRINTED.
003990       ******************************************************************
004000       * FLUSH THE LAST PAGE AND SET THE RETURN CODE.
004010       ******************************************************************
004020        28000-TOTALS-PARA.
004030            IF  WS-STUDENT                 > 0
004040                PERFORM 24000-FLUSH-PAGE-PARA
004050                IF  WS-PAGES-PRINTED       = 0
004060                    DISPLAY "NO PAGES FOR STUDENT " WS-WANT-KEY
004070                        " ON THIS REPORT."
004080                    MOVE 4                 TO RETURN-CODE
004090                END-IF
004100            END-IF.
004110       ******************************************************************
004120       * DISPLAY COUNTS AND CLOSE THE FILES.
004130       ******************************************************************
004140        30000-CLOSE-PARA.
004150            DISPLAY "ARCHIVED LINES READ : " WS-LINES-READ.
004160            DISPLAY "LINES REPRINTED     : " WS-LINES-PRINTED.
004170            IF  WS-STUDENT                 > 0
004180                DISPLAY "PAGES REPRINTED     : " WS-PAGES-PRINTED
004190            END-IF.
004200            CLOSE INDEX-FILE.
004210            CLOSE ARCH-FILE.
004220            CLOSE PRINT-FILE.
