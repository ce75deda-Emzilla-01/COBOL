000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1034.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: DIPLOMA AND COMMENCEMENT PROGRAM PRINT. EVERY
000060       *  STUDENT MADE G (GRADUATED) BY CEXM914 WITH A STATUS DATE IN
000070       *  THE CLOSING YEAR - STILL ON STUDFILE OR ALREADY PURGED TO
000080       *  CEXM915'S STUDARCH - GETS ONE CEXM989-STYLE BORDERED DIPLOMA
000090       *  ON DIPLPRT WITH THE FULL NAME, THE CAMPUS NAME FROM CAMPFILE
000100       *  AND THE GRADUATION DATE, PLUS A LATIN-HONORS LINE FROM THE
000110       *  CEXM924 CLASS PERCENTILE ON RANKFILE:
000120       *      SUMMA= PERCENTILE AND UP (DEFAULT 95) SUMMA CUM LAUDE
000130       *      MAGNA= PERCENTILE AND UP (DEFAULT 85) MAGNA CUM LAUDE
000140       *      CUMLAUDE= PERCENTILE AND UP (DEFAULT 75) CUM LAUDE
000150       *  THE COMMENCEMENT PROGRAM ON PROGRPT LISTS THE SAME GRADUATES
000160       *  BY CAMPUS AND NAME, HONORS GRADUATES MARKED, AND ENDS WITH A
000170       *  COUNT PROOF OF DIPLOMAS PRINTED AGAINST THE CEXM914 STATUS
000180       *  CHANGES TO G IN THE YEAR ON JRNLFILE, LESS ANY CEXM914
000190       *  CHANGE THAT TOOK A GRADUATE BACK OFF G.
000200       *  CONTROL CARDS (SPGM0905): YEAR= (DEFAULT THE CURRENT YEAR),
000210       *  SUMMA=, MAGNA=, CUMLAUDE=.
000220       * STUDOUT : JEBA02.EMY.COBOL.STUDFILE (INDEXED ON ENROLL NO)
000230       * STUDARCH: JEBA02.EMY.COBOL.STUDARCH
000240       * RANKFILE: JEBA02.EMY.COBOL.RANKFILE (INDEXED ON ENROLL NO)
000250       * CAMPFILE: JEBA02.EMY.COBOL.CAMPFILE (INDEXED ON CAMPUS CODE)
000260       * JRNLFILE: JEBA02.EMY.COBOL.JRNLFILE
000270       * DIPLPRT : JEBA02.EMY.COBOL.DIPLPRT
000280       * PROGRPT : JEBA02.EMY.COBOL.PROGRPT
000290       * SORTWK  : SORT WORK FILE
000300       * ----------------------------------------------------------------
000310       * PRJ NO    NAME     DATE          MAINT DESC.
000320       * ----------------------------------------------------------------
000330       * JEBA02    EMY     09/19/2026    PROGRAM CREATED.
000340       ******************************************************************
000350        ENVIRONMENT DIVISION.
000360        INPUT-OUTPUT SECTION.
000370        FILE-CONTROL.
000380            SELECT STUD-FILE
000390                ASSIGN TO STUDOUT
000400                ORGANIZATION IS INDEXED
000410                ACCESS MODE IS SEQUENTIAL
000420                RECORD KEY IS FS-ENROLL-NO
000430                FILE STATUS IS WS-STUD-FS.
000440            SELECT ARCH-FILE
000450                ASSIGN TO STUDARCH
000460                ORGANIZATION IS SEQUENTIAL
000470                ACCESS MODE IS SEQUENTIAL
000480                FILE STATUS IS WS-ARCH-FS.
000490            SELECT RANK-FILE
000500                ASSIGN TO RANKFILE
000510                ORGANIZATION IS INDEXED
000520                ACCESS MODE IS RANDOM
000530                RECORD KEY IS RK-ENROLL-NO
000540                FILE STATUS IS WS-RANK-FS.
000550            SELECT CAMP-FILE
000560                ASSIGN TO CAMPFILE
000570                ORGANIZATION IS INDEXED
000580                ACCESS MODE IS RANDOM
000590                RECORD KEY IS CP-CAMPUS-CODE
000600                FILE STATUS IS WS-CAMP-FS.
000610            SELECT JRNL-FILE
000620                ASSIGN TO JRNLFILE
000630                ORGANIZATION IS SEQUENTIAL
000640                ACCESS MODE IS SEQUENTIAL
000650                FILE STATUS IS WS-JRNL-FS.
000660            SELECT DIPL-FILE
000670                ASSIGN TO DIPLPRT
000680                ORGANIZATION IS SEQUENTIAL
000690                ACCESS MODE IS SEQUENTIAL
000700                FILE STATUS IS WS-DIPL-FS.
000710            SELECT PROG-FILE
000720                ASSIGN TO PROGRPT
000730                ORGANIZATION IS SEQUENTIAL
000740                ACCESS MODE IS SEQUENTIAL
000750                FILE STATUS IS WS-PROG-FS.
000760            SELECT SORT-FILE
000770                ASSIGN TO SORTWK.
000780        DATA DIVISION.
000790        FILE SECTION.
000800        FD  STUD-FILE.
000810        01  FS-STUD-REC.
000820            05  FS-ENROLL-NO              PIC 9(06).
000830            05  FS-SNAME                  PIC X(30).
000840            05  FS-MATHS-MARKS            PIC 9(03).
000850            05  FS-SCIENCE-MARKS          PIC 9(03).
000860            05  FS-COMPUTER-MARKS         PIC 9(03).
000870            05  FS-AVG-MARKS              PIC 9(03)V9(02).
000880            05  FS-STUD-STATUS            PIC X(01).
000890            05  FS-STATUS-DATE            PIC X(08).
000900            05  FS-CAMPUS-CODE            PIC X(02).
000910            05  FILLER                    PIC X(19).
000920        FD  ARCH-FILE.
000930        01  AR-ARCH-REC.
000940            05  AR-ENROLL-NO              PIC 9(06).
000950            05  AR-SNAME                  PIC X(30).
000960            05  AR-MATHS-MARKS            PIC 9(03).
000970            05  AR-SCIENCE-MARKS          PIC 9(03).
000980            05  AR-COMPUTER-MARKS         PIC 9(03).
000990            05  AR-AVG-MARKS              PIC 9(03)V9(02).
001000            05  AR-STUD-STATUS            PIC X(01).
001010            05  AR-STATUS-DATE            PIC X(08).
001020            05  AR-CAMPUS-CODE            PIC X(02).
001030            05  FILLER                    PIC X(19).
001040        FD  RANK-FILE.
001050        01  RK-RANK-REC.
001060            05  RK-ENROLL-NO              PIC 9(06).
001070            05  RK-SNAME                  PIC X(30).
001080            05  RK-AVG-MARKS              PIC 9(03)V9(02).
001090            05  RK-RANK                   PIC 9(05).
001100            05  RK-CLASS-SIZE             PIC 9(05).
001110            05  RK-PERCENTILE             PIC 9(03).
001120            05  FILLER                    PIC X(26).
001130        FD  CAMP-FILE.
001140        01  CP-CAMP-REC.
001150            05  CP-CAMPUS-CODE            PIC X(02).
001160            05  CP-CAMPUS-NAME            PIC X(30).
001170            05  FILLER                    PIC X(48).
001180        FD  JRNL-FILE.
001190        01  JR-JRNL-REC.
001200            05  JR-ACTION                 PIC X(01).
001210            05  JR-RUN-DATE               PIC X(08).
001220            05  JR-ENROLL-NO              PIC 9(06).
001230            05  JR-STUD-REC               PIC X(80).
001240            05  JR-PROGRAM                PIC X(08).
001250            05  JR-RUN-TIME               PIC X(06).
001260            05  JR-BEFORE-REC             PIC X(80).
001270            05  JR-OVR-REASON             PIC X(02).
001280            05  FILLER                    PIC X(09).
001290        FD  DIPL-FILE.
001300        01  DF-DIPL-REC                   PIC X(80).
001310        FD  PROG-FILE.
001320        01  PF-PROG-REC                   PIC X(80).
001330        SD  SORT-FILE.
001340        01  SR-SORT-REC.
001350            05  SR-CAMPUS-CODE            PIC X(02).
001360            05  SR-SNAME                  PIC X(30).
001370            05  SR-ENROLL-NO              PIC 9(06).
001380            05  SR-STATUS-DATE            PIC X(08).
001390        WORKING-STORAGE SECTION.
001400        01  WS-STUD-FS                    PIC X(02).
001410        01  WS-ARCH-FS                    PIC X(02).
001420        01  WS-RANK-FS                    PIC X(02).
001430        01  WS-CAMP-FS                    PIC X(02).
001440        01  WS-JRNL-FS                    PIC X(02).
001450        01  WS-DIPL-FS                    PIC X(02).
001460        01  WS-PROG-FS                    PIC X(02).
001470        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001480        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001490        01  WS-ARCH-EOF                   PIC X(03) VALUE "NO".
001500        01  WS-ARCH-AVAIL                 PIC X(03) VALUE "YES".
001510        01  WS-JRNL-EOF                   PIC X(03) VALUE "NO".
001520        01  WS-JRNL-AVAIL                 PIC X(03) VALUE "YES".
001530        01  WS-SORT-EOF                   PIC X(03) VALUE "NO".
001540        01  WS-FIRST-CAMPUS               PIC X(03) VALUE "YES".
001550        01  WS-CURRENT-DATE-DATA          PIC X(20).
001560        01  WS-CLOSE-YEAR                 PIC 9(04).
001570        01  WS-SUMMA-PCTL                 PIC 9(03).
001580        01  WS-MAGNA-PCTL                 PIC 9(03).
001590        01  WS-CUM-PCTL                   PIC 9(03).
001600        01  WS-PARM-CARD                  PIC X(80).
001610        01  WS-STATUS-YEAR                PIC X(04).
001620        01  WS-BEFORE-STATUS              PIC X(01).
001630        01  WS-AFTER-STATUS               PIC X(01).
001640        01  WS-AFTER-YEAR                 PIC X(04).
001650        01  WS-PREV-CAMPUS                PIC X(02).
001660        01  WS-HONORS                     PIC X(16).
001670        01  WS-DIPLOMA-COUNT              PIC 9(06) VALUE 0.
001680        01  WS-HONORS-COUNT               PIC 9(06) VALUE 0.
001690        01  WS-NO-RANK-COUNT              PIC 9(06) VALUE 0.
001700        01  WS-CAMPUS-GRADS               PIC 9(06) VALUE 0.
001710        01  WS-CAMPUS-HONORS              PIC 9(06) VALUE 0.
001720        01  WS-JRNL-G-COUNT               PIC 9(06) VALUE 0.
001730        01  WS-JRNL-BACK-COUNT            PIC 9(06) VALUE 0.
001740        01  WS-JRNL-NET                   PIC S9(06) VALUE 0.
001750        01  WS-PROOF-DIFF                 PIC S9(06) VALUE 0.
001760       * STUDENTS ALREADY PURGED TO STUDARCH, ONE ENTRY PER ENROLL
001770       * NUMBER - THE LATEST STATUS DATE WINS. A STUDENT BACK ON
001780       * STUDFILE (A CEXM972 RE-ADMISSION) IS MARKED SUPERSEDED.
001790        01  WS-ARCH-COUNT                 PIC 9(04) VALUE 0.
001800        01  WS-ARCH-TABLE.
001810            05  WS-AR-ENTRY               OCCURS 9999 TIMES.
001820                10  WS-AR-ENROLL-NO       PIC 9(06).
001830                10  WS-AR-SNAME           PIC X(30).
001840                10  WS-AR-STATUS          PIC X(01).
001850                10  WS-AR-STATUS-DATE     PIC X(08).
001860                10  WS-AR-CAMPUS-CODE     PIC X(02).
001870                10  WS-AR-SUPERSEDED      PIC X(01).
001880        01  WS-AR-SUB                     PIC 9(04).
001890        01  WS-AR-FOUND                   PIC 9(04).
001900        01  WS-CUR-ENROLL-NO              PIC 9(06).
001910       * MONTH NAMES FOR THE DIPLOMA DATE.
001920        01  WS-MONTH-VALUES.
001930            05 FILLER                     PIC X(09) VALUE "JANUARY".
001940            05 FILLER                     PIC X(09) VALUE "FEBRUARY".
001950            05 FILLER                     PIC X(09) VALUE "MARCH".
001960            05 FILLER                     PIC X(09) VALUE "APRIL".
001970            05 FILLER                     PIC X(09) VALUE "MAY".
001980            05 FILLER                     PIC X(09) VALUE "JUNE".
001990            05 FILLER                     PIC X(09) VALUE "JULY".
002000            05 FILLER                     PIC X(09) VALUE "AUGUST".
002010            05 FILLER                     PIC X(09) VALUE "SEPTEMBER".
002020            05 FILLER                     PIC X(09) VALUE "OCTOBER".
002030            05 FILLER                     PIC X(09) VALUE "NOVEMBER".
002040            05 FILLER                     PIC X(09) VALUE "DECEMBER".
002050        01  WS-MONTH-TABLE REDEFINES WS-MONTH-VALUES.
002060            05  WS-MONTH-NAME             PIC X(09) OCCURS 12 TIMES.
002070        01  WS-GRAD-DATE.
002080            05  WS-GD-YEAR                PIC X(04).
002090            05  WS-GD-MONTH               PIC 9(02).
002100            05  WS-GD-DAY                 PIC X(02).
002110        01  WS-DATE-TEXT                  PIC X(30).
002120        01  WS-CAMPUS-NAME                PIC X(30).
002130        01  WS-BORDER                     PIC X(70) VALUE ALL "*".
002140        01  WS-DIPLOMA-LINE.
002150            05 FILLER                     PIC X(01) VALUE "*".
002160            05 FILLER                     PIC X(09) VALUE SPACES.
002170            05 WS-DP-TEXT                 PIC X(50).
002180            05 FILLER                     PIC X(09) VALUE SPACES.
002190            05 FILLER                     PIC X(01) VALUE "*".
002200        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002210        01  WS-PROG-TITLE.
002220            05 FILLER                     PIC X(32)
002230                      VALUE "COMMENCEMENT PROGRAM - CLASS OF ".
002240            05 WS-PT-YEAR                 PIC 9(04).
002250            05 FILLER                     PIC X(44) VALUE SPACES.
002260        01  WS-CAMPUS-LINE.
002270            05 FILLER                     PIC X(08) VALUE "CAMPUS: ".
002280            05 WS-CL-CODE                 PIC X(02).
002290            05 FILLER                     PIC X(02) VALUE SPACES.
002300            05 WS-CL-NAME                 PIC X(30).
002310            05 FILLER                     PIC X(38) VALUE SPACES.
002320        01  WS-PROG-LINE.
002330            05 WS-PL-MARK                 PIC X(02).
002340            05 WS-PL-SNAME                PIC X(30).
002350            05 FILLER                     PIC X(02) VALUE SPACES.
002360            05 WS-PL-HONORS               PIC X(16).
002370            05 FILLER                     PIC X(02) VALUE SPACES.
002380            05 WS-PL-ENROLL-NO            PIC 9(06).
002390            05 FILLER                     PIC X(22) VALUE SPACES.
002400        01  WS-CAMPUS-TOTAL.
002410            05 FILLER                     PIC X(12)
002420                                          VALUE "GRADUATES:  ".
002430            05 WS-CT-GRADS                PIC ZZZ,ZZ9.
002440            05 FILLER                     PIC X(16)
002450                                          VALUE "  WITH HONORS:  ".
002460            05 WS-CT-HONORS               PIC ZZZ,ZZ9.
002470            05 FILLER                     PIC X(38) VALUE SPACES.
002480        01  WS-PROOF-LINE.
002490            05 WS-PF-LABEL                PIC X(40).
002500            05 WS-PF-COUNT                PIC ZZZ,ZZ9-.
002510            05 FILLER                     PIC X(32) VALUE SPACES.
002520        01  WS-PROOF-RESULT               PIC X(80).
002530        COPY SPGM0905L.
002540        COPY SPGMABNL.
002550        PROCEDURE DIVISION.
002560       ******************************************************************
002570       * MAIN PROGRAM FLOW.
002580       ******************************************************************
002590        00000-MAIN-PARA.
002600            PERFORM 05000-ACCEPT-PARA.
002610            IF  WS-ERROR-FLAG              NOT = "YES"
002620                PERFORM 10000-INITIALIZE-PARA
002630            END-IF.
002640            IF  WS-ERROR-FLAG              NOT = "YES"
002650                PERFORM 12000-LOAD-ARCH-PARA
002660                    UNTIL WS-ARCH-EOF      = "YES"
002670                PERFORM 14000-JOURNAL-PARA
002680                    UNTIL WS-JRNL-EOF      = "YES"
002690                SORT SORT-FILE
002700                    ON ASCENDING KEY SR-CAMPUS-CODE
002710                    ON ASCENDING KEY SR-SNAME
002720                    ON ASCENDING KEY SR-ENROLL-NO
002730                    INPUT PROCEDURE IS 20000-SELECT-PARA
002740                    OUTPUT PROCEDURE IS 25000-PRINT-PARA
002750                IF  WS-FIRST-CAMPUS        = "NO"
002760                    PERFORM 26500-CAMPUS-TOTAL-PARA
002770                END-IF
002780                PERFORM 28000-PROOF-PARA
002790            END-IF.
002800            PERFORM 30000-CLOSE-PARA.
002810            STOP RUN.
002820       ******************************************************************
002830       * ACCEPT THE YEAR= CARD (DEFAULT THE CURRENT YEAR) AND THE
002840       * SUMMA=, MAGNA= AND CUMLAUDE= PERCENTILE CARDS.
002850       ******************************************************************
002860        05000-ACCEPT-PARA.
002870            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002880            MOVE SPACES                    TO WS-PARM-CARD.
002890            ACCEPT WS-PARM-CARD.
002900            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002910            MOVE "YEAR"                    TO LK-PA-KEYWORD.
002920            SET LK-PA-NUMERIC              TO TRUE.
002930            MOVE 1900                      TO LK-PA-MIN-VALUE.
002940            MOVE 2099                      TO LK-PA-MAX-VALUE.
002950            MOVE WS-CURRENT-DATE-DATA(1:4) TO LK-PA-DEFAULT.
002960            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002970            IF  LK-PA-BAD
002980                DISPLAY "BAD YEAR= CARD - RUN REFUSED."
002990                MOVE 16                    TO RETURN-CODE
003000                MOVE "YES"                 TO WS-ERROR-FLAG
003010            ELSE
003020                MOVE LK-PA-NUM-VALUE       TO WS-CLOSE-YEAR
003030                MOVE WS-CLOSE-YEAR         TO WS-STATUS-YEAR
003040            END-IF.
003050            MOVE SPACES                    TO WS-PARM-CARD.
003060            ACCEPT WS-PARM-CARD.
003070            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003080            MOVE "SUMMA"                   TO LK-PA-KEYWORD.
003090            SET LK-PA-NUMERIC              TO TRUE.
003100            MOVE 1                         TO LK-PA-MIN-VALUE.
003110            MOVE 100                       TO LK-PA-MAX-VALUE.
003120            MOVE "95"                      TO LK-PA-DEFAULT.
003130            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003140            IF  LK-PA-BAD
003150                DISPLAY "BAD SUMMA= CARD - RUN REFUSED."
003160                MOVE 16                    TO RETURN-CODE
003170                MOVE "YES"                 TO WS-ERROR-FLAG
003180            ELSE
003190                MOVE LK-PA-NUM-VALUE       TO WS-SUMMA-PCTL
003200            END-IF.
003210            MOVE SPACES                    TO WS-PARM-CARD.
003220            ACCEPT WS-PARM-CARD.
003230            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003240            MOVE "MAGNA"                   TO LK-PA-KEYWORD.
003250            SET LK-PA-NUMERIC              TO TRUE.
003260            MOVE 1                         TO LK-PA-MIN-VALUE.
003270            MOVE 100                       TO LK-PA-MAX-VALUE.
003280            MOVE "85"                      TO LK-PA-DEFAULT.
003290            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003300            IF  LK-PA-BAD
003310                DISPLAY "BAD MAGNA= CARD - RUN REFUSED."
003320                MOVE 16                    TO RETURN-CODE
003330                MOVE "YES"                 TO WS-ERROR-FLAG
003340            ELSE
003350                MOVE LK-PA-NUM-VALUE       TO WS-MAGNA-PCTL
003360            END-IF.
003370            MOVE SPACES                    TO WS-PARM-CARD.
003380            ACCEPT WS-PARM-CARD.
003390            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003400            MOVE "CUMLAUDE"                TO LK-PA-KEYWORD.
003410            SET LK-PA-NUMERIC              TO TRUE.
003420            MOVE 1                         TO LK-PA-MIN-VALUE.
003430            MOVE 100                       TO LK-PA-MAX-VALUE.
003440            MOVE "75"                      TO LK-PA-DEFAULT.
003450            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003460            IF  LK-PA-BAD
003470                DISPLAY "BAD CUMLAUDE= CARD - RUN REFUSED."
003480                MOVE 16                    TO RETURN-CODE
003490                MOVE "YES"                 TO WS-ERROR-FLAG
003500            ELSE
003510                MOVE LK-PA-NUM-VALUE       TO WS-CUM-PCTL
003520            END-IF.
003530            IF  WS-ERROR-FLAG              NOT = "YES"
003540                AND (WS-SUMMA-PCTL         < WS-MAGNA-PCTL
003550                     OR WS-MAGNA-PCTL      < WS-CUM-PCTL)
003560                DISPLAY "HONORS PERCENTILES OUT OF ORDER - RUN REFUSED."
003570                MOVE 16                    TO RETURN-CODE
003580                MOVE "YES"                 TO WS-ERROR-FLAG
003590            END-IF.
003600       ******************************************************************
003610       * OPEN ALL FILES. A STUDARCH THAT DOES NOT EXIST YET MEANS NO
003620       * PURGED GRADUATES; A MISSING JRNLFILE MEANS NO COUNT PROOF.
003630       ******************************************************************
003640        10000-INITIALIZE-PARA.
003650            OPEN INPUT STUD-FILE.
003660            IF WS-STUD-FS                 NOT = "00"
003670               DISPLAY "STUDFILE ACCESS ERROR."
003680               MOVE "CEXM1034"            TO LK-PGM-ID
003690               MOVE "STUDOUT"             TO LK-FILE-ID
003700               MOVE WS-STUD-FS            TO LK-FILE-STATUS
003710               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003720               IF  LK-ABEND-YES
003730                   MOVE 16                TO RETURN-CODE
003740                   MOVE "YES"             TO WS-ERROR-FLAG
003750               END-IF
003760            END-IF.
003770            OPEN INPUT ARCH-FILE.
003780            IF WS-ARCH-FS                 = "35"
003790               MOVE "NO"                  TO WS-ARCH-AVAIL
003800               MOVE "YES"                 TO WS-ARCH-EOF
003810            ELSE
003820               IF WS-ARCH-FS              NOT = "00"
003830                  DISPLAY "STUDARCH ACCESS ERROR."
003840                  MOVE "CEXM1034"         TO LK-PGM-ID
003850                  MOVE "STUDARCH"         TO LK-FILE-ID
003860                  MOVE WS-ARCH-FS         TO LK-FILE-STATUS
003870                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
003880                  IF  LK-ABEND-YES
003890                      MOVE 16             TO RETURN-CODE
003900                      MOVE "YES"          TO WS-ERROR-FLAG
003910                  END-IF
003920               END-IF
003930            END-IF.
003940            OPEN INPUT RANK-FILE.
003950            IF WS-RANK-FS                 NOT = "00"
003960               DISPLAY "RANKFILE ACCESS ERROR."
003970               MOVE "CEXM1034"            TO LK-PGM-ID
003980               MOVE "RANKFILE"            TO LK-FILE-ID
003990               MOVE WS-RANK-FS            TO LK-FILE-STATUS
004000               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004010               IF  LK-ABEND-YES
004020                   MOVE 16                TO RETURN-CODE
004030                   MOVE "YES"             TO WS-ERROR-FLAG
004040               END-IF
004050            END-IF.
004060            OPEN INPUT CAMP-FILE.
004070            IF WS-CAMP-FS                 NOT = "00"
004080               DISPLAY "CAMPFILE ACCESS ERROR."
004090               MOVE "CEXM1034"            TO LK-PGM-ID
004100               MOVE "CAMPFILE"            TO LK-FILE-ID
004110               MOVE WS-CAMP-FS            TO LK-FILE-STATUS
004120               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004130               IF  LK-ABEND-YES
004140                   MOVE 16                TO RETURN-CODE
004150                   MOVE "YES"             TO WS-ERROR-FLAG
004160               END-IF
004170            END-IF.
004180            OPEN INPUT JRNL-FILE.
004190            IF WS-JRNL-FS                 = "35"
004200               MOVE "NO"                  TO WS-JRNL-AVAIL
004210               MOVE "YES"                 TO WS-JRNL-EOF
004220            ELSE
004230               IF WS-JRNL-FS              NOT = "00"
004240                  DISPLAY "JRNLFILE ACCESS ERROR."
004250                  MOVE "CEXM1034"         TO LK-PGM-ID
004260                  MOVE "JRNLFILE"         TO LK-FILE-ID
004270                  MOVE WS-JRNL-FS         TO LK-FILE-STATUS
004280                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
004290                  IF  LK-ABEND-YES
004300                      MOVE 16             TO RETURN-CODE
004310                      MOVE "YES"          TO WS-ERROR-FLAG
004320                  END-IF
004330               END-IF
004340            END-IF.
004350            OPEN OUTPUT DIPL-FILE.
004360            IF WS-DIPL-FS                 NOT = "00"
004370               DISPLAY "DIPLPRT ACCESS ERROR."
004380               MOVE "CEXM1034"            TO LK-PGM-ID
004390               MOVE "DIPLPRT"             TO LK-FILE-ID
004400               MOVE WS-DIPL-FS            TO LK-FILE-STATUS
004410               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004420               IF  LK-ABEND-YES
004430                   MOVE 16                TO RETURN-CODE
004440                   MOVE "YES"             TO WS-ERROR-FLAG
004450               END-IF
004460            END-IF.
004470            OPEN OUTPUT PROG-FILE.
004480            IF WS-PROG-FS                 NOT = "00"
004490               DISPLAY "PROGRPT ACCESS ERROR."
004500               MOVE "CEXM1034"            TO LK-PGM-ID
004510               MOVE "PROGRPT"             TO LK-FILE-ID
004520               MOVE WS-PROG-FS            TO LK-FILE-STATUS
004530               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004540               IF  LK-ABEND-YES
004550                   MOVE 16                TO RETURN-CODE
004560                   MOVE "YES"             TO WS-ERROR-FLAG
004570               END-IF
004580            ELSE
004590               MOVE WS-CLOSE-YEAR         TO WS-PT-YEAR
004600               MOVE WS-HEADER1            TO PF-PROG-REC
004610               WRITE PF-PROG-REC
004620               MOVE WS-PROG-TITLE         TO PF-PROG-REC
004630               WRITE PF-PROG-REC
004640            END-IF.
004650       ******************************************************************
004660       * LOAD ONE ARCHIVE RECORD. A STUDENT ARCHIVED MORE THAN ONCE
004670       * KEEPS ONE ENTRY, THE COPY WITH THE LATEST STATUS DATE.
004680       ******************************************************************
004690        12000-LOAD-ARCH-PARA.
004700            READ ARCH-FILE
004710            AT END
004720                MOVE "YES"                 TO WS-ARCH-EOF
004730            NOT AT END
004740                MOVE AR-ENROLL-NO          TO WS-CUR-ENROLL-NO
004750                PERFORM 12400-FIND-ARCH-PARA
004760                IF  WS-AR-FOUND            NOT = 0
004770                    IF  AR-STATUS-DATE
004780                            > WS-AR-STATUS-DATE(WS-AR-FOUND)
004790                        MOVE WS-AR-FOUND   TO WS-AR-SUB
004800                        PERFORM 12300-MOVE-ARCH-PARA
004810                    END-IF
004820                ELSE
004830                    PERFORM 12200-ADD-ARCH-PARA
004840                END-IF
004850            END-READ.
004860        12200-ADD-ARCH-PARA.
004870            IF  WS-ARCH-COUNT              = 9999
004880                DISPLAY "ARCHIVE TABLE FULL AT 9999 - "
004890                    AR-ENROLL-NO " NOT PRINTED."
004900            ELSE
004910                ADD 1                      TO WS-ARCH-COUNT
004920                MOVE WS-ARCH-COUNT         TO WS-AR-SUB
004930                MOVE AR-ENROLL-NO          TO WS-AR-ENROLL-NO(WS-AR-SUB)
004940                MOVE "N"                   TO WS-AR-SUPERSEDED(WS-AR-SUB)
004950                PERFORM 12300-MOVE-ARCH-PARA
004960            END-IF.
004970        12300-MOVE-ARCH-PARA.
004980            MOVE AR-SNAME                  TO WS-AR-SNAME(WS-AR-SUB).
004990            MOVE AR-STUD-STATUS            TO WS-AR-STATUS(WS-AR-SUB).
005000            MOVE AR-STATUS-DATE        TO WS-AR-STATUS-DATE(WS-AR-SUB).
005010            MOVE AR-CAMPUS-CODE        TO WS-AR-CAMPUS-CODE(WS-AR-SUB).
005020        12400-FIND-ARCH-PARA.
005030            MOVE 0                         TO WS-AR-FOUND.
005040            PERFORM 12600-MATCH-ARCH-PARA
005050                VARYING WS-AR-SUB FROM 1 BY 1
005060                UNTIL WS-AR-SUB            > WS-ARCH-COUNT
005070                OR WS-AR-FOUND             NOT = 0.
005080        12600-MATCH-ARCH-PARA.
005090            IF  WS-AR-ENROLL-NO(WS-AR-SUB) = WS-CUR-ENROLL-NO
005100                MOVE WS-AR-SUB             TO WS-AR-FOUND
005110            END-IF.
005120       ******************************************************************
005130       * COUNT THE CEXM914 JOURNAL RECORDS FOR THE PROOF: A CHANGE TO
005140       * G DATED IN THE YEAR, AND A CHANGE THAT TOOK A G STUDENT OF THE
005150       * YEAR BACK OFF G (A REINSTATEMENT).
005160       ******************************************************************
005170        14000-JOURNAL-PARA.
005180            READ JRNL-FILE
005190            AT END
005200                MOVE "YES"                 TO WS-JRNL-EOF
005210            NOT AT END
005220                IF  JR-PROGRAM             = "CEXM914 "
005230                    MOVE JR-BEFORE-REC(51:1) TO WS-BEFORE-STATUS
005240                    MOVE JR-STUD-REC(51:1)   TO WS-AFTER-STATUS
005250                    MOVE JR-STUD-REC(52:4)   TO WS-AFTER-YEAR
005260                    IF  WS-AFTER-STATUS    = "G"
005270                        AND WS-BEFORE-STATUS NOT = "G"
005280                        AND WS-AFTER-YEAR  = WS-STATUS-YEAR
005290                        ADD 1              TO WS-JRNL-G-COUNT
005300                    END-IF
005310                    IF  WS-BEFORE-STATUS   = "G"
005320                        AND WS-AFTER-STATUS NOT = "G"
005330                        AND JR-BEFORE-REC(52:4) = WS-STATUS-YEAR
005340                        ADD 1              TO WS-JRNL-BACK-COUNT
005350                    END-IF
005360                END-IF
005370            END-READ.
005380       ******************************************************************
005390       * INPUT PROCEDURE: RELEASE EVERY GRADUATE OF THE YEAR ON
005400       * STUDFILE, THEN EVERY PURGED GRADUATE NOT BACK ON STUDFILE.
005410       ******************************************************************
005420        20000-SELECT-PARA.
005430            PERFORM 21000-ONE-STUDENT-PARA
005440                UNTIL WS-ENDOFFILE         = "YES".
005450            PERFORM 22000-ONE-ARCHIVED-PARA
005460                VARYING WS-AR-SUB FROM 1 BY 1
005470                UNTIL WS-AR-SUB            > WS-ARCH-COUNT.
005480        21000-ONE-STUDENT-PARA.
005490            READ STUD-FILE
005500            AT END
005510                MOVE "YES"                 TO WS-ENDOFFILE
005520            NOT AT END
005530                MOVE FS-ENROLL-NO          TO WS-CUR-ENROLL-NO
005540                PERFORM 12400-FIND-ARCH-PARA
005550                IF  WS-AR-FOUND            NOT = 0
005560                    MOVE "Y"           TO WS-AR-SUPERSEDED(WS-AR-FOUND)
005570                END-IF
005580                IF  FS-STUD-STATUS         = "G"
005590                    AND FS-STATUS-DATE(1:4) = WS-STATUS-YEAR
005600                    MOVE FS-CAMPUS-CODE    TO SR-CAMPUS-CODE
005610                    MOVE FS-SNAME          TO SR-SNAME
005620                    MOVE FS-ENROLL-NO      TO SR-ENROLL-NO
005630                    MOVE FS-STATUS-DATE    TO SR-STATUS-DATE
005640                    PERFORM 24000-RELEASE-PARA
005650                END-IF
005660            END-READ.
005670        22000-ONE-ARCHIVED-PARA.
005680            IF  WS-AR-SUPERSEDED(WS-AR-SUB) = "N"
005690                AND WS-AR-STATUS(WS-AR-SUB) = "G"
005700                AND WS-AR-STATUS-DATE(WS-AR-SUB)(1:4) = WS-STATUS-YEAR
005710                MOVE WS-AR-CAMPUS-CODE(WS-AR-SUB) TO SR-CAMPUS-CODE
005720                MOVE WS-AR-SNAME(WS-AR-SUB)       TO SR-SNAME
005730                MOVE WS-AR-ENROLL-NO(WS-AR-SUB)   TO SR-ENROLL-NO
005740                MOVE WS-AR-STATUS-DATE(WS-AR-SUB) TO SR-STATUS-DATE
005750                PERFORM 24000-RELEASE-PARA
005760            END-IF.
005770       ******************************************************************
005780       * A PRE-CARVE RECORD HOLDS SPACES WHERE THE CAMPUS CODE LIVES;
005790       * BLANK MEANS CAMPUS 01, AS CEXM901 DEFINED IT.
005800       ******************************************************************
005810        24000-RELEASE-PARA.
005820            IF  SR-CAMPUS-CODE             = SPACES
005830                MOVE "01"                  TO SR-CAMPUS-CODE
005840            END-IF.
005850            RELEASE SR-SORT-REC.
005860       ******************************************************************
005870       * OUTPUT PROCEDURE: ONE DIPLOMA AND ONE PROGRAM LINE PER
005880       * GRADUATE, BY CAMPUS AND NAME.
005890       ******************************************************************
005900        25000-PRINT-PARA.
005910            PERFORM 25200-ONE-RETURN-PARA
005920                UNTIL WS-SORT-EOF          = "YES".
005930        25200-ONE-RETURN-PARA.
005940            RETURN SORT-FILE
005950            AT END
005960                MOVE "YES"                 TO WS-SORT-EOF
005970            NOT AT END
005980                IF  WS-FIRST-CAMPUS        = "YES"
005990                    OR SR-CAMPUS-CODE      NOT = WS-PREV-CAMPUS
006000                    IF  WS-FIRST-CAMPUS    = "NO"
006010                        PERFORM 26500-CAMPUS-TOTAL-PARA
006020                    END-IF
006030                    PERFORM 26000-CAMPUS-HEAD-PARA
006040                END-IF
006050                PERFORM 25400-HONORS-PARA
006060                PERFORM 25600-DIPLOMA-PARA
006070                MOVE SPACES                TO WS-PL-MARK
006080                IF  WS-HONORS              NOT = SPACES
006090                    MOVE "* "              TO WS-PL-MARK
006100                    ADD 1                  TO WS-CAMPUS-HONORS
006110                    ADD 1                  TO WS-HONORS-COUNT
006120                END-IF
006130                MOVE SR-SNAME              TO WS-PL-SNAME
006140                MOVE WS-HONORS             TO WS-PL-HONORS
006150                MOVE SR-ENROLL-NO          TO WS-PL-ENROLL-NO
006160                MOVE WS-PROG-LINE          TO PF-PROG-REC
006170                WRITE PF-PROG-REC
006180                ADD 1                      TO WS-CAMPUS-GRADS
006190            END-RETURN.
006200       ******************************************************************
006210       * LATIN HONORS FROM THE CEXM924 CLASS PERCENTILE. A GRADUATE
006220       * NOT ON RANKFILE GETS NO HONORS LINE AND IS COUNTED.
006230       ******************************************************************
006240        25400-HONORS-PARA.
006250            MOVE SPACES                    TO WS-HONORS.
006260            MOVE SR-ENROLL-NO              TO RK-ENROLL-NO.
006270            READ RANK-FILE
006280                INVALID KEY
006290                    ADD 1                  TO WS-NO-RANK-COUNT
006300                NOT INVALID KEY
006310                    EVALUATE TRUE
006320                        WHEN RK-PERCENTILE NOT < WS-SUMMA-PCTL
006330                            MOVE "SUMMA CUM LAUDE" TO WS-HONORS
006340                        WHEN RK-PERCENTILE NOT < WS-MAGNA-PCTL
006350                            MOVE "MAGNA CUM LAUDE" TO WS-HONORS
006360                        WHEN RK-PERCENTILE NOT < WS-CUM-PCTL
006370                            MOVE "CUM LAUDE"       TO WS-HONORS
006380                        WHEN OTHER
006390                            CONTINUE
006400                    END-EVALUATE
006410            END-READ.
006420       ******************************************************************
006430       * PRINT ONE BORDERED DIPLOMA, CEXM989-STYLE.
006440       ******************************************************************
006450        25600-DIPLOMA-PARA.
006460            MOVE SR-STATUS-DATE            TO WS-GRAD-DATE.
006470            MOVE SPACES                    TO WS-DATE-TEXT.
006480            IF  WS-GD-MONTH                IS NUMERIC
006490                AND WS-GD-MONTH            > 0
006500                AND WS-GD-MONTH            < 13
006510                IF  WS-GD-DAY(1:1)         = "0"
006520                    STRING WS-MONTH-NAME(WS-GD-MONTH)
006530                               DELIMITED BY SPACE
006540                           " "             DELIMITED BY SIZE
006550                           WS-GD-DAY(2:1)  DELIMITED BY SIZE
006560                           ", "            DELIMITED BY SIZE
006570                           WS-GD-YEAR      DELIMITED BY SIZE
006580                           INTO WS-DATE-TEXT
006590                    END-STRING
006600                ELSE
006610                    STRING WS-MONTH-NAME(WS-GD-MONTH)
006620                               DELIMITED BY SPACE
006630                           " "             DELIMITED BY SIZE
006640                           WS-GD-DAY       DELIMITED BY SIZE
006650                           ", "            DELIMITED BY SIZE
006660                           WS-GD-YEAR      DELIMITED BY SIZE
006670                           INTO WS-DATE-TEXT
006680                    END-STRING
006690                END-IF
006700            ELSE
006710                MOVE WS-GD-YEAR            TO WS-DATE-TEXT
006720            END-IF.
006730            MOVE WS-BORDER                 TO DF-DIPL-REC.
006740            WRITE DF-DIPL-REC.
006750            MOVE SPACES                    TO WS-DP-TEXT.
006760            MOVE WS-DIPLOMA-LINE           TO DF-DIPL-REC.
006770            WRITE DF-DIPL-REC.
006780            MOVE "                     DIPLOMA" TO WS-DP-TEXT.
006790            MOVE WS-DIPLOMA-LINE           TO DF-DIPL-REC.
006800            WRITE DF-DIPL-REC.
006810            MOVE SPACES                    TO WS-DP-TEXT.
006820            MOVE WS-DIPLOMA-LINE           TO DF-DIPL-REC.
006830            WRITE DF-DIPL-REC.
006840            MOVE "THIS CERTIFIES THAT"     TO WS-DP-TEXT.
006850            MOVE WS-DIPLOMA-LINE           TO DF-DIPL-REC.
006860            WRITE DF-DIPL-REC.
006870            MOVE SPACES                    TO WS-DP-TEXT.
006880            MOVE SR-SNAME                  TO WS-DP-TEXT(10:30).
006890            MOVE WS-DIPLOMA-LINE           TO DF-DIPL-REC.
006900            WRITE DF-DIPL-REC.
006910            MOVE "HAS COMPLETED THE COURSE OF STUDY AT"
006920                                           TO WS-DP-TEXT.
006930            MOVE WS-DIPLOMA-LINE           TO DF-DIPL-REC.
006940            WRITE DF-DIPL-REC.
006950            MOVE SPACES                    TO WS-DP-TEXT.
006960            MOVE WS-CAMPUS-NAME            TO WS-DP-TEXT(10:30).
006970            MOVE WS-DIPLOMA-LINE           TO DF-DIPL-REC.
006980            WRITE DF-DIPL-REC.
006990            MOVE "AND IS AWARDED THIS DIPLOMA ON"
007000                                           TO WS-DP-TEXT.
007010            MOVE WS-DIPLOMA-LINE           TO DF-DIPL-REC.
007020            WRITE DF-DIPL-REC.
007030            MOVE SPACES                    TO WS-DP-TEXT.
007040            MOVE WS-DATE-TEXT              TO WS-DP-TEXT(10:30).
007050            MOVE WS-DIPLOMA-LINE           TO DF-DIPL-REC.
007060            WRITE DF-DIPL-REC.
007070            MOVE SPACES                    TO WS-DP-TEXT.
007080            MOVE WS-DIPLOMA-LINE           TO DF-DIPL-REC.
007090            WRITE DF-DIPL-REC.
007100            IF  WS-HONORS                  NOT = SPACES
007110                MOVE WS-HONORS             TO WS-DP-TEXT(10:16)
007120                MOVE WS-DIPLOMA-LINE       TO DF-DIPL-REC
007130                WRITE DF-DIPL-REC
007140                MOVE SPACES                TO WS-DP-TEXT
007150                MOVE WS-DIPLOMA-LINE       TO DF-DIPL-REC
007160                WRITE DF-DIPL-REC
007170            END-IF.
007180            MOVE WS-BORDER                 TO DF-DIPL-REC.
007190            WRITE DF-DIPL-REC.
007200            ADD 1                          TO WS-DIPLOMA-COUNT.
007210       ******************************************************************
007220       * START A CAMPUS: LOOK UP ITS NAME AND PRINT THE HEADING.
007230       ******************************************************************
007240        26000-CAMPUS-HEAD-PARA.
007250            MOVE "NO"                      TO WS-FIRST-CAMPUS.
007260            MOVE SR-CAMPUS-CODE            TO WS-PREV-CAMPUS.
007270            MOVE 0                         TO WS-CAMPUS-GRADS.
007280            MOVE 0                         TO WS-CAMPUS-HONORS.
007290            MOVE SR-CAMPUS-CODE            TO CP-CAMPUS-CODE.
007300            READ CAMP-FILE
007310                INVALID KEY
007320                    MOVE "NOT ON CAMPFILE" TO WS-CAMPUS-NAME
007330                NOT INVALID KEY
007340                    MOVE CP-CAMPUS-NAME    TO WS-CAMPUS-NAME
007350            END-READ.
007360            MOVE SR-CAMPUS-CODE            TO WS-CL-CODE.
007370            MOVE WS-CAMPUS-NAME            TO WS-CL-NAME.
007380            MOVE WS-HEADER1                TO PF-PROG-REC.
007390            WRITE PF-PROG-REC.
007400            MOVE WS-CAMPUS-LINE            TO PF-PROG-REC.
007410            WRITE PF-PROG-REC.
007420            MOVE SPACES                    TO PF-PROG-REC.
007430            WRITE PF-PROG-REC.
007440       ******************************************************************
007450       * CLOSE A CAMPUS WITH ITS GRADUATE AND HONORS COUNTS.
007460       ******************************************************************
007470        26500-CAMPUS-TOTAL-PARA.
007480            MOVE WS-CAMPUS-GRADS           TO WS-CT-GRADS.
007490            MOVE WS-CAMPUS-HONORS          TO WS-CT-HONORS.
007500            MOVE SPACES                    TO PF-PROG-REC.
007510            WRITE PF-PROG-REC.
007520            MOVE WS-CAMPUS-TOTAL           TO PF-PROG-REC.
007530            WRITE PF-PROG-REC.
007540       ******************************************************************
007550       * COUNT PROOF: DIPLOMAS PRINTED AGAINST THE NET CEXM914 CHANGES
007560       * TO G IN THE YEAR ON THE JOURNAL.
007570       ******************************************************************
007580        28000-PROOF-PARA.
007590            MOVE WS-HEADER1                TO PF-PROG-REC.
007600            WRITE PF-PROG-REC.
007610            MOVE "DIPLOMAS PRINTED"        TO WS-PF-LABEL.
007620            MOVE WS-DIPLOMA-COUNT          TO WS-PF-COUNT.
007630            MOVE WS-PROOF-LINE             TO PF-PROG-REC.
007640            WRITE PF-PROG-REC.
007650            MOVE "  WITH LATIN HONORS"     TO WS-PF-LABEL.
007660            MOVE WS-HONORS-COUNT           TO WS-PF-COUNT.
007670            MOVE WS-PROOF-LINE             TO PF-PROG-REC.
007680            WRITE PF-PROG-REC.
007690            MOVE "  NOT ON RANKFILE (NO HONORS)" TO WS-PF-LABEL.
007700            MOVE WS-NO-RANK-COUNT          TO WS-PF-COUNT.
007710            MOVE WS-PROOF-LINE             TO PF-PROG-REC.
007720            WRITE PF-PROG-REC.
007730            IF  WS-JRNL-AVAIL              = "NO"
007740                MOVE "JRNLFILE NOT AVAILABLE - NO COUNT PROOF."
007750                                           TO WS-PROOF-RESULT
007760            ELSE
007770                MOVE "CEXM914 CHANGES TO G IN THE YEAR"
007780                                           TO WS-PF-LABEL
007790                MOVE WS-JRNL-G-COUNT       TO WS-PF-COUNT
007800                MOVE WS-PROOF-LINE         TO PF-PROG-REC
007810                WRITE PF-PROG-REC
007820                MOVE "LESS CEXM914 CHANGES BACK OFF G"
007830                                           TO WS-PF-LABEL
007840                MOVE WS-JRNL-BACK-COUNT    TO WS-PF-COUNT
007850                MOVE WS-PROOF-LINE         TO PF-PROG-REC
007860                WRITE PF-PROG-REC
007870                COMPUTE WS-JRNL-NET = WS-JRNL-G-COUNT
007880                                    - WS-JRNL-BACK-COUNT
007890                MOVE "NET GRADUATIONS PER JOURNAL" TO WS-PF-LABEL
007900                MOVE WS-JRNL-NET           TO WS-PF-COUNT
007910                MOVE WS-PROOF-LINE         TO PF-PROG-REC
007920                WRITE PF-PROG-REC
007930                COMPUTE WS-PROOF-DIFF = WS-DIPLOMA-COUNT - WS-JRNL-NET
007940                IF  WS-PROOF-DIFF          = 0
007950                    MOVE "PROOF: DIPLOMAS AGREE WITH CEXM914 CHANGES."
007960                                           TO WS-PROOF-RESULT
007970                ELSE
007980                    MOVE "PROOF: OUT OF BALANCE BY"
007990                                           TO WS-PF-LABEL
008000                    MOVE WS-PROOF-DIFF     TO WS-PF-COUNT
008010                    MOVE WS-PROOF-LINE     TO WS-PROOF-RESULT
008020                    MOVE 4                 TO RETURN-CODE
008030                END-IF
008040            END-IF.
008050            MOVE WS-PROOF-RESULT           TO PF-PROG-REC.
008060            WRITE PF-PROG-REC.
008070       ******************************************************************
008080       * DISPLAY COUNTS AND CLOSE THE FILES.
008090       ******************************************************************
008100        30000-CLOSE-PARA.
008110            DISPLAY "DIPLOMAS PRINTED     : " WS-DIPLOMA-COUNT.
008120            DISPLAY "WITH LATIN HONORS    : " WS-HONORS-COUNT.
008130            CLOSE STUD-FILE.
008140            IF  WS-ARCH-AVAIL              = "YES"
008150                CLOSE ARCH-FILE
008160            END-IF.
008170            CLOSE RANK-FILE.
008180            CLOSE CAMP-FILE.
008190            IF  WS-JRNL-AVAIL              = "YES"
008200                CLOSE JRNL-FILE
008210            END-IF.
008220            CLOSE DIPL-FILE.
008230            CLOSE PROG-FILE.
