000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1059.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: STREET-ADDRESS STANDARDIZATION OVER ADDRFILE.
000060       *  CEXM944 PROVES THE STATE AND ZIP BUT THE STREET AND CITY ARE
000070       *  FREE TEXT, SO "MAIN STREET", "Main St." AND "MAIN ST" NEVER
000080       *  MATCH IN CEXM942'S PRESORT OR CEXM922'S DUPLICATE CHECKS.
000090       *  THIS RUN READS EVERY ADDRESS, FOLDS IT TO UPPER CASE, TURNS
000100       *  PUNCTUATION INTO SPACES, SPLITS THE STREET INTO WORDS AND
000110       *  REBUILDS IT IN POSTAL FORM FROM THE ADDRABBR TABLE FILE:
000120       *    S  STREET SUFFIX  - THE LAST STREET WORD (OR THE ONE BEFORE
000130       *                        A POST-DIRECTIONAL), NEVER THE NAME
000140       *    D  DIRECTIONAL    - THE WORD AFTER THE HOUSE NUMBER WHEN A
000150       *                        NAME FOLLOWS, OR AFTER THE SUFFIX
000160       *    U  UNIT           - THE DESIGNATOR BEFORE A UNIT NUMBER
000170       *    C  CITY WORD      - ANY WORD OF THE CITY
000180       *  A TABLE ROW MAPS A SPELLING (AB-WORD) TO ITS STANDARD FORM
000190       *  (AB-STD). A STREET THAT DOES NOT START WITH A HOUSE NUMBER OR
000200       *  A PO BOX, HAS MORE THAN TEN WORDS, OR WILL NOT FIT BACK IN
000210       *  ITS FIELD IS LEFT ALONE AND LISTED AS NOT PARSED.
000220       *  NOTHING IS CHANGED HERE: EACH ALTERED ADDRESS BECOMES AN S
000230       *  (STANDARDIZE) TRANSACTION ON STDTRAN IN CEXM946'S ADDTRAN
000240       *  LAYOUT, EFFECTIVE TODAY, SO CEXM946 KEEPS THE PRIOR ADDRESS
000250       *  ON ADDRHIST WHEN IT APPLIES THEM. STDRPT IS THE BEFORE/AFTER
000260       *  REGISTER OF EVERY ALTERED AND EVERY UNPARSED ADDRESS.
000270       * ADDFILE : JEBA02.EMY.COBOL.ADDRFILE
000280       * ADDRABBR: JEBA02.EMY.COBOL.ADDRABBR
000290       * STDTRAN : JEBA02.EMY.COBOL.STDTRAN (ADDTRAN FOR CEXM946)
000300       * STDRPT  : JEBA02.EMY.COBOL.STDRPT
000310       * ----------------------------------------------------------------
000320       * PRJ NO    NAME     DATE          MAINT DESC.
000330       * ----------------------------------------------------------------
000340       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000350       ******************************************************************
000360        ENVIRONMENT DIVISION.
000370        INPUT-OUTPUT SECTION.
000380        FILE-CONTROL.
000390            SELECT ADDR-FILE
000400                ASSIGN TO ADDFILE
000410                ORGANIZATION IS SEQUENTIAL
000420                ACCESS MODE IS SEQUENTIAL
000430                FILE STATUS IS WS-ADDR-FS.
000440            SELECT ABBR-FILE
000450                ASSIGN TO ADDRABBR
000460                ORGANIZATION IS SEQUENTIAL
000470                ACCESS MODE IS SEQUENTIAL
000480                FILE STATUS IS WS-ABBR-FS.
000490            SELECT TRAN-FILE
000500                ASSIGN TO STDTRAN
000510                ORGANIZATION IS SEQUENTIAL
000520                ACCESS MODE IS SEQUENTIAL
000530                FILE STATUS IS WS-TRAN-FS.
000540            SELECT REPORT-FILE
000550                ASSIGN TO STDRPT
000560                ORGANIZATION IS SEQUENTIAL
000570                ACCESS MODE IS SEQUENTIAL
000580                FILE STATUS IS WS-REPORT-FS.
000590        DATA DIVISION.
000600        FILE SECTION.
000610        FD  ADDR-FILE.
000620        01  AS-ADDR-REC.
000630            05  AS-ENROLL-NO              PIC 9(06).
000640            05  AS-SNAME                  PIC X(30).
000650            05  AS-STREET                 PIC X(30).
000660            05  AS-CITY                   PIC X(20).
000670            05  AS-COUNTRY                PIC X(15).
000680            05  AS-STATE                  PIC X(10).
000690            05  AS-ZIPCODE                PIC 9(08).
000700            05  AS-BAD-ADDR-FLAG          PIC X(01).
000710            05  FILLER                    PIC X(40).
000720        FD  ABBR-FILE.
000730        01  AB-ABBR-REC.
000740            05  AB-TYPE                   PIC X(01).
000750            05  AB-WORD                   PIC X(15).
000760            05  AB-STD                    PIC X(15).
000770            05  FILLER                    PIC X(49).
000780        FD  TRAN-FILE.
000790        01  TS-TRAN-REC.
000800            05  TS-ACTION                 PIC X(01).
000810            05  TS-ENROLL-NO              PIC 9(06).
000820            05  TS-SNAME                  PIC X(30).
000830            05  TS-STREET                 PIC X(30).
000840            05  TS-CITY                   PIC X(20).
000850            05  TS-COUNTRY                PIC X(15).
000860            05  TS-STATE                  PIC X(10).
000870            05  TS-ZIPCODE                PIC 9(08).
000880            05  TS-EFF-DATE               PIC X(08).
000890            05  FILLER                    PIC X(32).
000900        FD  REPORT-FILE.
000910        01  RS-REPORT-REC                 PIC X(80).
000920        WORKING-STORAGE SECTION.
000930        01  WS-ADDR-FS                    PIC X(02).
000940        01  WS-ABBR-FS                    PIC X(02).
000950        01  WS-TRAN-FS                    PIC X(02).
000960        01  WS-REPORT-FS                  PIC X(02).
000970        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000980        01  WS-ADDR-EOF                   PIC X(03) VALUE "NO".
000990        01  WS-ABBR-EOF                   PIC X(03) VALUE "NO".
001000        01  WS-CURRENT-DATE-DATA          PIC X(20).
001010        01  WS-TODAY                      PIC X(08).
001020        01  WS-ADDR-READ                  PIC 9(06) VALUE 0.
001030        01  WS-ALTER-COUNT                PIC 9(06) VALUE 0.
001040        01  WS-UNPARSED-COUNT             PIC 9(06) VALUE 0.
001050        01  WS-SAME-COUNT                 PIC 9(06) VALUE 0.
001060        01  WS-ABBR-REJECT                PIC 9(06) VALUE 0.
001070       * THE ABBREVIATION TABLE.
001080        01  WS-ABBR-COUNT                 PIC 9(04) VALUE 0.
001090        01  WS-ABBR-TABLE.
001100            05  WS-AB-ENTRY               OCCURS 500 TIMES.
001110                10  WS-AB-TYPE            PIC X(01).
001120                10  WS-AB-WORD            PIC X(15).
001130                10  WS-AB-STD             PIC X(15).
001140        01  WS-AB-SUB                     PIC 9(04).
001150       * ONE TABLE LOOKUP - THE TYPE AND WORD IN, THE STANDARD OUT.
001160        01  WS-LOOK-TYPE                  PIC X(01).
001170        01  WS-LOOK-WORD                  PIC X(30).
001180        01  WS-LOOK-STD                   PIC X(15).
001190        01  WS-LOOK-FOUND                 PIC X(03).
001200       * THE WORDS OF THE FIELD BEING STANDARDIZED.
001210        01  WS-WORK-FIELD                 PIC X(30).
001220        01  WS-LEAD-SPACES                PIC 9(02).
001230        01  WS-TK-COUNT                   PIC 9(02).
001240        01  WS-TOKEN-TABLE.
001250            05  WS-TK                     OCCURS 10 TIMES
001260                                          PIC X(30).
001270        01  WS-TK-SUB                     PIC 9(02).
001280        01  WS-TK-FIRST                   PIC 9(02).
001290        01  WS-STREET-END                 PIC 9(02).
001300        01  WS-UNIT-AT                    PIC 9(02).
001310        01  WS-SUFFIX-AT                  PIC 9(02).
001320        01  WS-POSTDIR-AT                 PIC 9(02).
001330        01  WS-SUFFIX-KNOWN               PIC X(03).
001340        01  WS-REBUILT                    PIC X(30).
001350        01  WS-REBUILT-PTR                PIC 9(02).
001360        01  WS-REBUILT-MAX                PIC 9(02).
001370        01  WS-PARSE-OK                   PIC X(03).
001380        01  WS-PARSE-REASON               PIC X(30).
001390        01  WS-PARSE-FIELD                PIC X(06).
001400        01  WS-NEW-STREET                 PIC X(30).
001410        01  WS-NEW-CITY                   PIC X(20).
001420        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001430        01  WS-RPT-TITLE.
001440            05 FILLER                     PIC X(38)
001450               VALUE "ADDRESS STANDARDIZATION REGISTER".
001460            05 FILLER                     PIC X(10) VALUE " - RUN OF ".
001470            05 WS-RT-DATE                 PIC X(08).
001480            05 FILLER                     PIC X(24) VALUE SPACES.
001490        01  WS-COLUMN-HEADER.
001500            05 FILLER                     PIC X(14) VALUE "ENROLL FIELD".
001510            05 FILLER                     PIC X(33) VALUE "BEFORE".
001520            05 FILLER                     PIC X(33)
001530               VALUE "AFTER / REASON NOT PARSED".
001540        01  WS-REG-LINE.
001550            05 WS-RL-ENROLL-NO            PIC 9(06).
001560            05 FILLER                     PIC X(01) VALUE SPACE.
001570            05 WS-RL-FIELD                PIC X(06).
001580            05 FILLER                     PIC X(01) VALUE SPACE.
001590            05 WS-RL-BEFORE               PIC X(30).
001600            05 WS-RL-MARK                 PIC X(03).
001610            05 WS-RL-AFTER                PIC X(30).
001620            05 FILLER                     PIC X(03) VALUE SPACES.
001630        01  WS-TOTAL-LINE.
001640            05 WS-TT-LABEL                PIC X(40).
001650            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
001660            05 FILLER                     PIC X(33) VALUE SPACES.
001670        COPY SPGMABNL.
001680        PROCEDURE DIVISION.
001690       ******************************************************************
001700       * MAIN PROGRAM FLOW.
001710       ******************************************************************
001720        00000-MAIN-PARA.
001730            PERFORM 10000-INITIALIZE-PARA.
001740            IF  WS-ERROR-FLAG              NOT = "YES"
001750                PERFORM 12000-LOAD-ABBR-PARA
001760                    UNTIL WS-ABBR-EOF      = "YES"
001770                PERFORM 20000-PROCESS-PARA
001780                    UNTIL WS-ERROR-FLAG    = "YES"
001790                    OR    WS-ADDR-EOF      = "YES"
001800                PERFORM 28000-TOTALS-PARA
001810            END-IF.
001820            PERFORM 30000-CLOSE-PARA.
001830            STOP RUN.
001840       ******************************************************************
001850       * OPEN THE FILES.
001860       ******************************************************************
001870        10000-INITIALIZE-PARA.
001880            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001890            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY.
001900            OPEN INPUT ADDR-FILE.
001910            IF WS-ADDR-FS                  NOT = "00"
001920               DISPLAY "ADDRFILE ACCESS ERROR."
001930               MOVE "CEXM1059"             TO LK-PGM-ID
001940               MOVE "ADDFILE"              TO LK-FILE-ID
001950               MOVE WS-ADDR-FS             TO LK-FILE-STATUS
001960               CALL 'SPGMABND'             USING LK-ABEND-PARMS
001970               IF  LK-ABEND-YES
001980                   MOVE 16                 TO RETURN-CODE
001990                   MOVE "YES"              TO WS-ERROR-FLAG
002000               END-IF
002010            END-IF.
002020            OPEN INPUT ABBR-FILE.
002030            IF WS-ABBR-FS                  NOT = "00"
002040               DISPLAY "ADDRABBR ACCESS ERROR."
002050               MOVE "CEXM1059"             TO LK-PGM-ID
002060               MOVE "ADDRABBR"             TO LK-FILE-ID
002070               MOVE WS-ABBR-FS             TO LK-FILE-STATUS
002080               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002090               IF  LK-ABEND-YES
002100                   MOVE 16                 TO RETURN-CODE
002110                   MOVE "YES"              TO WS-ERROR-FLAG
002120               END-IF
002130            END-IF.
002140            OPEN OUTPUT TRAN-FILE.
002150            IF WS-TRAN-FS                  NOT = "00"
002160               DISPLAY "STDTRAN ACCESS ERROR."
002170               MOVE "CEXM1059"             TO LK-PGM-ID
002180               MOVE "STDTRAN"              TO LK-FILE-ID
002190               MOVE WS-TRAN-FS             TO LK-FILE-STATUS
002200               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002210               IF  LK-ABEND-YES
002220                   MOVE 16                 TO RETURN-CODE
002230                   MOVE "YES"              TO WS-ERROR-FLAG
002240               END-IF
002250            END-IF.
002260            OPEN OUTPUT REPORT-FILE.
002270            IF WS-REPORT-FS                NOT = "00"
002280               DISPLAY "STDRPT ACCESS ERROR."
002290               MOVE "CEXM1059"             TO LK-PGM-ID
002300               MOVE "STDRPT"               TO LK-FILE-ID
002310               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
002320               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002330               IF  LK-ABEND-YES
002340                   MOVE 16                 TO RETURN-CODE
002350                   MOVE "YES"              TO WS-ERROR-FLAG
002360               END-IF
002370            ELSE
002380               MOVE WS-TODAY               TO WS-RT-DATE
002390               MOVE WS-HEADER1             TO RS-REPORT-REC
002400               WRITE RS-REPORT-REC
002410               MOVE WS-RPT-TITLE           TO RS-REPORT-REC
002420               WRITE RS-REPORT-REC
002430               MOVE WS-HEADER1             TO RS-REPORT-REC
002440               WRITE RS-REPORT-REC
002450               MOVE WS-COLUMN-HEADER       TO RS-REPORT-REC
002460               WRITE RS-REPORT-REC
002470               MOVE WS-HEADER1             TO RS-REPORT-REC
002480               WRITE RS-REPORT-REC
002490            END-IF.
002500       ******************************************************************
002510       * LOAD THE ABBREVIATION TABLE, FOLDED TO UPPER CASE. A ROW WITH
002520       * AN UNKNOWN TYPE OR NO STANDARD FORM IS SKIPPED.
002530       ******************************************************************
002540        12000-LOAD-ABBR-PARA.
002550            READ ABBR-FILE
002560            AT END
002570                MOVE "YES"                 TO WS-ABBR-EOF
002580            NOT AT END
002590                INSPECT AB-ABBR-REC CONVERTING
002600                    "abcdefghijklmnopqrstuvwxyz"
002610                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002620                IF  (AB-TYPE = "S" OR "D" OR "U" OR "C")
002630                    AND AB-WORD            NOT = SPACES
002640                    AND AB-STD             NOT = SPACES
002650                    AND WS-ABBR-COUNT      < 500
002660                    ADD 1                  TO WS-ABBR-COUNT
002670                    MOVE AB-TYPE           TO WS-AB-TYPE(WS-ABBR-COUNT)
002680                    MOVE AB-WORD           TO WS-AB-WORD(WS-ABBR-COUNT)
002690                    MOVE AB-STD            TO WS-AB-STD(WS-ABBR-COUNT)
002700                ELSE
002710                    DISPLAY "ADDRABBR ROW SKIPPED: " AB-ABBR-REC(1:31)
002720                    ADD 1                  TO WS-ABBR-REJECT
002730                END-IF
002740            END-READ.
002750       ******************************************************************
002760       * ONE ADDRESS - STANDARDIZE THE STREET, THEN THE CITY. AN
002770       * UNPARSED STREET LEAVES THE WHOLE ADDRESS AS IT IS.
002780       ******************************************************************
002790        20000-PROCESS-PARA.
002800            READ ADDR-FILE
002810            AT END
002820                MOVE "YES"                 TO WS-ADDR-EOF
002830            NOT AT END
002840                ADD 1                      TO WS-ADDR-READ
002850                MOVE "YES"                 TO WS-PARSE-OK
002860                MOVE "STREET"              TO WS-PARSE-FIELD
002870                PERFORM 21000-STREET-PARA
002880                IF  WS-PARSE-OK            = "YES"
002890                    PERFORM 22000-CITY-PARA
002900                END-IF
002910                EVALUATE TRUE
002920                    WHEN WS-PARSE-OK       NOT = "YES"
002930                        PERFORM 27000-UNPARSED-PARA
002940                    WHEN WS-NEW-STREET     = AS-STREET
002950                        AND WS-NEW-CITY    = AS-CITY
002960                        ADD 1              TO WS-SAME-COUNT
002970                    WHEN OTHER
002980                        PERFORM 26000-ALTERED-PARA
002990                END-EVALUATE
003000            END-READ.
003010       ******************************************************************
003020       * THE STREET: HOUSE NUMBER (OR PO BOX), OPTIONAL PRE-
003030       * DIRECTIONAL, NAME, SUFFIX, OPTIONAL POST-DIRECTIONAL, THEN
003040       * AN OPTIONAL UNIT DESIGNATOR AND NUMBER.
003050       ******************************************************************
003060        21000-STREET-PARA.
003070            MOVE AS-STREET                 TO WS-WORK-FIELD.
003080            PERFORM 23000-SPLIT-PARA.
003090            EVALUATE TRUE
003100                WHEN WS-PARSE-OK           NOT = "YES"
003110                    CONTINUE
003120                WHEN WS-TK-COUNT           = 0
003130                    MOVE "NO"              TO WS-PARSE-OK
003140                    MOVE "STREET IS BLANK" TO WS-PARSE-REASON
003150                WHEN WS-TK(1) = "PO" AND WS-TK(2) = "BOX"
003160                    MOVE 3                 TO WS-TK-FIRST
003170                    PERFORM 21500-PO-BOX-PARA
003180                WHEN WS-TK(1) = "P" AND WS-TK(2) = "O"
003190                    AND WS-TK(3) = "BOX"
003200                    MOVE 4                 TO WS-TK-FIRST
003210                    PERFORM 21500-PO-BOX-PARA
003220                WHEN WS-TK(1) = "POST" AND WS-TK(2) = "OFFICE"
003230                    AND WS-TK(3) = "BOX"
003240                    MOVE 4                 TO WS-TK-FIRST
003250                    PERFORM 21500-PO-BOX-PARA
003260                WHEN WS-TK(1)(1:1)         NOT NUMERIC
003270                    MOVE "NO"              TO WS-PARSE-OK
003280                    MOVE "NO HOUSE NUMBER" TO WS-PARSE-REASON
003290                WHEN OTHER
003300                    PERFORM 21100-FIND-PARTS-PARA
003310                    PERFORM 21200-STD-WORD-PARA
003320                        VARYING WS-TK-SUB FROM 2 BY 1
003330                        UNTIL WS-TK-SUB    > WS-TK-COUNT
003340                    MOVE 1                 TO WS-TK-FIRST
003350                    MOVE 30                TO WS-REBUILT-MAX
003360                    PERFORM 24000-REBUILD-PARA
003370            END-EVALUATE.
003380            IF  WS-PARSE-OK                = "YES"
003390                MOVE WS-REBUILT            TO WS-NEW-STREET
003400            END-IF.
003410       ******************************************************************
003420       * LOCATE THE UNIT DESIGNATOR, THE END OF THE STREET PROPER,
003430       * AND THE SUFFIX AND POST-DIRECTIONAL POSITIONS.
003440       ******************************************************************
003450        21100-FIND-PARTS-PARA.
003460            MOVE 0                         TO WS-UNIT-AT.
003470            PERFORM 21110-FIND-UNIT-PARA
003480                VARYING WS-TK-SUB FROM 3 BY 1
003490                UNTIL WS-TK-SUB            > WS-TK-COUNT
003500                OR    WS-UNIT-AT           > 0.
003510            IF  WS-UNIT-AT                 > 0
003520                COMPUTE WS-STREET-END = WS-UNIT-AT - 1
003530            ELSE
003540                MOVE WS-TK-COUNT           TO WS-STREET-END
003550            END-IF.
003560            MOVE 0                         TO WS-SUFFIX-AT.
003570            MOVE 0                         TO WS-POSTDIR-AT.
003580            IF  WS-STREET-END              >= 4
003590                MOVE "D"                   TO WS-LOOK-TYPE
003600                MOVE WS-TK(WS-STREET-END)  TO WS-LOOK-WORD
003610                PERFORM 25000-LOOKUP-PARA
003620                IF  WS-LOOK-FOUND          = "YES"
003630                    MOVE "S"               TO WS-LOOK-TYPE
003640                    MOVE WS-TK(WS-STREET-END - 1) TO WS-LOOK-WORD
003650                    PERFORM 25000-LOOKUP-PARA
003660                    IF  WS-LOOK-FOUND      = "YES"
003670                        MOVE WS-STREET-END TO WS-POSTDIR-AT
003680                        COMPUTE WS-SUFFIX-AT = WS-STREET-END - 1
003690                    END-IF
003700                END-IF
003710            END-IF.
003720            IF  WS-SUFFIX-AT               = 0
003730                AND WS-STREET-END          >= 3
003740                MOVE WS-STREET-END         TO WS-SUFFIX-AT
003750            END-IF.
003760            MOVE "NO"                      TO WS-SUFFIX-KNOWN.
003770            IF  WS-SUFFIX-AT               > 0
003780                MOVE "S"                   TO WS-LOOK-TYPE
003790                MOVE WS-TK(WS-SUFFIX-AT)   TO WS-LOOK-WORD
003800                PERFORM 25000-LOOKUP-PARA
003810                MOVE WS-LOOK-FOUND         TO WS-SUFFIX-KNOWN
003820            END-IF.
003830       * A UNIT DESIGNATOR COUNTS ONLY WHEN A UNIT NUMBER FOLLOWS IT.
003840        21110-FIND-UNIT-PARA.
003850            IF  WS-TK-SUB                  < WS-TK-COUNT
003860                MOVE "U"                   TO WS-LOOK-TYPE
003870                MOVE WS-TK(WS-TK-SUB)      TO WS-LOOK-WORD
003880                PERFORM 25000-LOOKUP-PARA
003890                IF  WS-LOOK-FOUND          = "YES"
003900                    MOVE WS-TK-SUB         TO WS-UNIT-AT
003910                END-IF
003920            END-IF.
003930       ******************************************************************
003940       * STANDARDIZE ONE STREET WORD BY ITS POSITION. THE WORD AFTER
003950       * THE HOUSE NUMBER IS A DIRECTIONAL ONLY WHEN A NAME STILL
003960       * FOLLOWS IT - "12 NORTH ST" IS NORTH STREET, NOT N STREET.
003970       ******************************************************************
003980        21200-STD-WORD-PARA.
003990            MOVE SPACE                     TO WS-LOOK-TYPE.
004000            EVALUATE TRUE
004010                WHEN WS-TK-SUB             = WS-UNIT-AT
004020                    MOVE "U"               TO WS-LOOK-TYPE
004030                WHEN WS-TK-SUB             > WS-STREET-END
004040                    CONTINUE
004050                WHEN WS-TK-SUB             = WS-POSTDIR-AT
004060                    MOVE "D"               TO WS-LOOK-TYPE
004070                WHEN WS-TK-SUB             = WS-SUFFIX-AT
004080                    MOVE "S"               TO WS-LOOK-TYPE
004090                WHEN WS-TK-SUB             = 2
004100                    AND WS-SUFFIX-KNOWN    = "YES"
004110                    AND WS-SUFFIX-AT       >= 4
004120                    MOVE "D"               TO WS-LOOK-TYPE
004130                WHEN WS-TK-SUB             = 2
004140                    AND WS-SUFFIX-KNOWN    = "NO"
004150                    AND WS-STREET-END      >= 3
004160                    MOVE "D"               TO WS-LOOK-TYPE
004170            END-EVALUATE.
004180            IF  WS-LOOK-TYPE               NOT = SPACE
004190                MOVE WS-TK(WS-TK-SUB)      TO WS-LOOK-WORD
004200                PERFORM 25000-LOOKUP-PARA
004210                IF  WS-LOOK-FOUND          = "YES"
004220                    MOVE WS-LOOK-STD       TO WS-TK(WS-TK-SUB)
004230                END-IF
004240            END-IF.
004250       ******************************************************************
004260       * A PO BOX IS REBUILT AS "PO BOX" AND THE BOX NUMBER.
004270       ******************************************************************
004280        21500-PO-BOX-PARA.
004290            IF  WS-TK-FIRST                > WS-TK-COUNT
004300                MOVE "NO"                  TO WS-PARSE-OK
004310                MOVE "PO BOX WITHOUT A NUMBER" TO WS-PARSE-REASON
004320            ELSE
004330                COMPUTE WS-TK-FIRST = WS-TK-FIRST - 1
004340                MOVE "PO BOX"              TO WS-TK(WS-TK-FIRST)
004350                MOVE 30                    TO WS-REBUILT-MAX
004360                PERFORM 24000-REBUILD-PARA
004370            END-IF.
004380       ******************************************************************
004390       * THE CITY: EVERY WORD IS LOOKED UP AS A C ROW.
004400       ******************************************************************
004410        22000-CITY-PARA.
004420            MOVE "CITY"                    TO WS-PARSE-FIELD.
004430            MOVE AS-CITY                   TO WS-WORK-FIELD.
004440            PERFORM 23000-SPLIT-PARA.
004450            IF  WS-PARSE-OK                = "YES"
004460                PERFORM 22100-CITY-WORD-PARA
004470                    VARYING WS-TK-SUB FROM 1 BY 1
004480                    UNTIL WS-TK-SUB        > WS-TK-COUNT
004490                MOVE 1                     TO WS-TK-FIRST
004500                MOVE 20                    TO WS-REBUILT-MAX
004510                PERFORM 24000-REBUILD-PARA
004520            END-IF.
004530            IF  WS-PARSE-OK                = "YES"
004540                MOVE WS-REBUILT            TO WS-NEW-CITY
004550            END-IF.
004560        22100-CITY-WORD-PARA.
004570            MOVE "C"                       TO WS-LOOK-TYPE.
004580            MOVE WS-TK(WS-TK-SUB)          TO WS-LOOK-WORD.
004590            PERFORM 25000-LOOKUP-PARA.
004600            IF  WS-LOOK-FOUND              = "YES"
004610                MOVE WS-LOOK-STD           TO WS-TK(WS-TK-SUB)
004620            END-IF.
004630       ******************************************************************
004640       * FOLD THE FIELD TO UPPER CASE, TURN PUNCTUATION INTO SPACES
004650       * AND SPLIT IT INTO WORDS. A HYPHEN, SLASH OR # IS KEPT.
004660       ******************************************************************
004670        23000-SPLIT-PARA.
004680            INSPECT WS-WORK-FIELD CONVERTING
004690                "abcdefghijklmnopqrstuvwxyz"
004700                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004710            INSPECT WS-WORK-FIELD CONVERTING ".,;:'()!?*"
004720                TO SPACES.
004730            INSPECT WS-WORK-FIELD REPLACING ALL QUOTE BY SPACE.
004740            MOVE SPACES                    TO WS-TOKEN-TABLE.
004750            MOVE 0                         TO WS-TK-COUNT.
004760            MOVE 0                         TO WS-LEAD-SPACES.
004770            INSPECT WS-WORK-FIELD TALLYING WS-LEAD-SPACES
004780                FOR LEADING SPACES.
004790            IF  WS-LEAD-SPACES             < 30
004800                UNSTRING WS-WORK-FIELD(WS-LEAD-SPACES + 1:)
004810                    DELIMITED BY ALL SPACE
004820                    INTO WS-TK(1) WS-TK(2) WS-TK(3) WS-TK(4) WS-TK(5)
004830                         WS-TK(6) WS-TK(7) WS-TK(8) WS-TK(9) WS-TK(10)
004840                    TALLYING IN WS-TK-COUNT
004850                    ON OVERFLOW
004860                        MOVE "NO"          TO WS-PARSE-OK
004870                        MOVE "MORE THAN TEN WORDS"
004880                                           TO WS-PARSE-REASON
004890                END-UNSTRING
004900            END-IF.
004910            IF  WS-TK-COUNT                > 0
004920                AND WS-TK(WS-TK-COUNT)     = SPACES
004930                SUBTRACT 1                 FROM WS-TK-COUNT
004940            END-IF.
004950       ******************************************************************
004960       * REBUILD THE WORDS WITH SINGLE SPACES. THE RESULT MUST FIT THE
004970       * FIELD IT GOES BACK INTO.
004980       ******************************************************************
004990        24000-REBUILD-PARA.
005000            MOVE SPACES                    TO WS-REBUILT.
005010            MOVE 1                         TO WS-REBUILT-PTR.
005020            PERFORM 24100-ADD-WORD-PARA
005030                VARYING WS-TK-SUB FROM WS-TK-FIRST BY 1
005040                UNTIL WS-TK-SUB            > WS-TK-COUNT
005050                OR    WS-PARSE-OK          NOT = "YES".
005060            IF  WS-PARSE-OK                = "YES"
005070                AND WS-REBUILT-PTR         > WS-REBUILT-MAX + 1
005080                MOVE "NO"                  TO WS-PARSE-OK
005090                MOVE "STANDARD FORM TOO LONG" TO WS-PARSE-REASON
005100            END-IF.
005110        24100-ADD-WORD-PARA.
005120            IF  WS-TK-SUB                  > WS-TK-FIRST
005130                STRING " " DELIMITED BY SIZE
005140                    INTO WS-REBUILT
005150                    WITH POINTER WS-REBUILT-PTR
005160                    ON OVERFLOW
005170                        MOVE "NO"          TO WS-PARSE-OK
005180                END-STRING
005190            END-IF.
005200            STRING WS-TK(WS-TK-SUB) DELIMITED BY "  "
005210                INTO WS-REBUILT
005220                WITH POINTER WS-REBUILT-PTR
005230                ON OVERFLOW
005240                    MOVE "NO"              TO WS-PARSE-OK
005250            END-STRING.
005260            IF  WS-PARSE-OK                NOT = "YES"
005270                MOVE "STANDARD FORM TOO LONG" TO WS-PARSE-REASON
005280            END-IF.
005290       ******************************************************************
005300       * LOOK A WORD UP AMONG THE ROWS OF ONE TYPE. A WORD ALREADY IN
005310       * ITS STANDARD FORM IS FOUND TOO, AND STAYS AS IT IS.
005320       ******************************************************************
005330        25000-LOOKUP-PARA.
005340            MOVE "NO"                      TO WS-LOOK-FOUND.
005350            MOVE SPACES                    TO WS-LOOK-STD.
005360            PERFORM 25100-CHECK-ABBR-PARA
005370                VARYING WS-AB-SUB FROM 1 BY 1
005380                UNTIL WS-AB-SUB            > WS-ABBR-COUNT
005390                OR    WS-LOOK-FOUND        = "YES".
005400        25100-CHECK-ABBR-PARA.
005410            IF  WS-AB-TYPE(WS-AB-SUB)      = WS-LOOK-TYPE
005420                AND (WS-AB-WORD(WS-AB-SUB) = WS-LOOK-WORD
005430                OR   WS-AB-STD(WS-AB-SUB)  = WS-LOOK-WORD)
005440                MOVE "YES"                 TO WS-LOOK-FOUND
005450                MOVE WS-AB-STD(WS-AB-SUB)  TO WS-LOOK-STD
005460            END-IF.
005470       ******************************************************************
005480       * AN ALTERED ADDRESS - THE S TRANSACTION FOR CEXM946 AND THE
005490       * BEFORE/AFTER REGISTER LINES.
005500       ******************************************************************
005510        26000-ALTERED-PARA.
005520            MOVE SPACES                    TO TS-TRAN-REC.
005530            MOVE "S"                       TO TS-ACTION.
005540            MOVE AS-ENROLL-NO              TO TS-ENROLL-NO.
005550            MOVE AS-SNAME                  TO TS-SNAME.
005560            MOVE WS-NEW-STREET             TO TS-STREET.
005570            MOVE WS-NEW-CITY               TO TS-CITY.
005580            MOVE AS-COUNTRY                TO TS-COUNTRY.
005590            MOVE AS-STATE                  TO TS-STATE.
005600            MOVE AS-ZIPCODE                TO TS-ZIPCODE.
005610            MOVE WS-TODAY                  TO TS-EFF-DATE.
005620            WRITE TS-TRAN-REC.
005630            IF  WS-TRAN-FS                 NOT = "00"
005640                DISPLAY "STDTRAN WRITE ERROR - STATUS " WS-TRAN-FS
005650                MOVE "CEXM1059"            TO LK-PGM-ID
005660                MOVE "STDTRAN"             TO LK-FILE-ID
005670                MOVE WS-TRAN-FS            TO LK-FILE-STATUS
005680                CALL 'SPGMABND'            USING LK-ABEND-PARMS
005690                IF  LK-ABEND-YES
005700                    MOVE 16                TO RETURN-CODE
005710                    MOVE "YES"             TO WS-ERROR-FLAG
005720                END-IF
005730            ELSE
005740                ADD 1                      TO WS-ALTER-COUNT
005750                MOVE AS-ENROLL-NO          TO WS-RL-ENROLL-NO
005760                MOVE " > "                 TO WS-RL-MARK
005770                IF  WS-NEW-STREET          NOT = AS-STREET
005780                    MOVE "STREET"          TO WS-RL-FIELD
005790                    MOVE AS-STREET         TO WS-RL-BEFORE
005800                    MOVE WS-NEW-STREET     TO WS-RL-AFTER
005810                    MOVE WS-REG-LINE       TO RS-REPORT-REC
005820                    WRITE RS-REPORT-REC
005830                END-IF
005840                IF  WS-NEW-CITY            NOT = AS-CITY
005850                    MOVE "CITY"            TO WS-RL-FIELD
005860                    MOVE AS-CITY           TO WS-RL-BEFORE
005870                    MOVE WS-NEW-CITY       TO WS-RL-AFTER
005880                    MOVE WS-REG-LINE       TO RS-REPORT-REC
005890                    WRITE RS-REPORT-REC
005900                END-IF
005910            END-IF.
005920       ******************************************************************
005930       * AN ADDRESS THAT COULD NOT BE PARSED IS LISTED, WITH THE FIELD
005940       * THAT FAILED AND WHY, AND LEFT ALONE.
005950       ******************************************************************
005960        27000-UNPARSED-PARA.
005970            ADD 1                          TO WS-UNPARSED-COUNT.
005980            MOVE AS-ENROLL-NO              TO WS-RL-ENROLL-NO.
005990            MOVE " ? "                     TO WS-RL-MARK.
006000            MOVE WS-PARSE-FIELD            TO WS-RL-FIELD.
006010            IF  WS-PARSE-FIELD             = "CITY"
006020                MOVE AS-CITY               TO WS-RL-BEFORE
006030            ELSE
006040                MOVE AS-STREET             TO WS-RL-BEFORE
006050            END-IF.
006060            MOVE WS-PARSE-REASON           TO WS-RL-AFTER.
006070            MOVE WS-REG-LINE               TO RS-REPORT-REC.
006080            WRITE RS-REPORT-REC.
006090       ******************************************************************
006100       * REGISTER TOTALS.
006110       ******************************************************************
006120        28000-TOTALS-PARA.
006130            MOVE WS-HEADER1                TO RS-REPORT-REC.
006140            WRITE RS-REPORT-REC.
006150            MOVE "ADDRESSES READ"          TO WS-TT-LABEL.
006160            MOVE WS-ADDR-READ              TO WS-TT-COUNT.
006170            PERFORM 28100-TOTAL-LINE-PARA.
006180            MOVE "ADDRESSES ALTERED"       TO WS-TT-LABEL.
006190            MOVE WS-ALTER-COUNT            TO WS-TT-COUNT.
006200            PERFORM 28100-TOTAL-LINE-PARA.
006210            MOVE "ALREADY IN STANDARD FORM" TO WS-TT-LABEL.
006220            MOVE WS-SAME-COUNT             TO WS-TT-COUNT.
006230            PERFORM 28100-TOTAL-LINE-PARA.
006240            MOVE "NOT PARSED - LEFT AS THEY ARE" TO WS-TT-LABEL.
006250            MOVE WS-UNPARSED-COUNT         TO WS-TT-COUNT.
006260            PERFORM 28100-TOTAL-LINE-PARA.
006270            MOVE "ADDRABBR ROWS SKIPPED"   TO WS-TT-LABEL.
006280            MOVE WS-ABBR-REJECT            TO WS-TT-COUNT.
006290            PERFORM 28100-TOTAL-LINE-PARA.
006300        28100-TOTAL-LINE-PARA.
006310            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
006320            WRITE RS-REPORT-REC.
006330       ******************************************************************
006340       * DISPLAY COUNTS AND CLOSE THE FILES.
006350       ******************************************************************
006360        30000-CLOSE-PARA.
006370            DISPLAY "ADDRESSES READ        : " WS-ADDR-READ.
006380            DISPLAY "ADDRESSES ALTERED     : " WS-ALTER-COUNT.
006390            DISPLAY "NOT PARSED            : " WS-UNPARSED-COUNT.
006400            CLOSE ADDR-FILE.
006410            CLOSE ABBR-FILE.
006420            CLOSE TRAN-FILE.
006430            CLOSE REPORT-FILE.
