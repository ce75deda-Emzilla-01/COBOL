000390       *                                 THE PRIOR PERFORM TEST AFTER
000400       *                                 RAN THE LOOP BODY ONCE EVEN
000410       *                                 WHEN WS-CAST-COUNT WAS ZERO.
000411       * JEBA02    EMY     9/11/2026    THE CASTING-CALL RECORD NOW
000413       *                                 CARRIES AN OPENINGS COUNT PER
000415       *                                 ROLE. MATCHES ARE COLLECTED AND
000416       *                                 RANKED BEST-FIT FIRST (CLOSEST
000418       *                                 TO THE CENTER OF THE HEIGHT AND
000420       *                                 WEIGHT WINDOWS), THE TOP OF THE
000426       *                                 RUNNERS-UP GO OUT AS A RANKED
000428       *                                 STANDBY LIST FOR CANCELLATIONS.
000430       * JEBA02    EMY     9/09/2026    05100-READ-CAST-PARA NOW GUARDS
000435       *                                 AGAINST CASTFILE HAVING MORE THAN
000440       *                                 20 ROWS -- WS-CAST-TABLE ONLY
000450       *                                 OCCURS 20 TIMES, AND A 21ST ROW
000460       *                                 WOULD HAVE INDEXED PAST THE END
000470       *                                 OF THE TABLE.
000471       * JEBA02    EMY     09/26/2026    THE CASTING-CALL RECORD NOW
000472       *                                 LINKS EACH ROLE TO ITS CLIENT
000474       *                                 WITH A DAY RATE AND A NUMBER OF
000475       *                                 DAYS, CARRIED ONTO EVERY
000477       *                                 BOOKFILE ROW FOR THE CEXM1090
000478       *                                 CLIENT BILLING RUN.
000480       ******************************************************************
000490        ENVIRONMENT DIVISION.
000500        INPUT-OUTPUT SECTION.
000720            05  FS-CAST-WEIGHT-MIN        PIC 9(03).
000730            05  FS-CAST-WEIGHT-MAX        PIC 9(03).
000732            05  FS-CAST-OPENINGS          PIC 9(02).
000734            05  FS-CAST-CLIENT-ID         PIC X(06).
000736            05  FS-CAST-DAY-RATE          PIC 9(05)V99.
000738            05  FS-CAST-DAYS              PIC 9(03).
000740        FD  APPLICANT-FILE.
000750        01  FS-APPL-REC.
000760            05  FS-APPL-NAME              PIC X(10).
000816            05  BK-APPL-NAME              PIC X(10).
000817            05  BK-STATUS                 PIC X(07).
000818            05  BK-SLOT                   PIC 9(03).
000821            05  BK-CLIENT-ID              PIC X(06).
000823            05  BK-DAY-RATE               PIC 9(05)V99.
000824            05  BK-DAYS                   PIC 9(03).
000826            05  FILLER                    PIC X(24).
000828        WORKING-STORAGE SECTION.
000830        01  WS-CAST-FS                    PIC X(02).
000840        01  WS-CAST-COUNT                 PIC 9(02) VALUE 0.
000850        01  WS-MATCH-FLAG                 PIC X(03) VALUE "NO".
000960                03 WS-C-WEIGHT-MIN        PIC 9(03).
000970                03 WS-C-WEIGHT-MAX        PIC 9(03).
000972                03 WS-C-OPENINGS          PIC 9(02).
000974                03 WS-C-CLIENT-ID         PIC X(06).
000976                03 WS-C-DAY-RATE          PIC 9(05)V99.
000978                03 WS-C-DAYS              PIC 9(03).
000980        01 WS-NAME PIC X(10).
000990        01 CND-GENDER PIC X.
001000          88 CND-M VALUE "M".
001106        01 WS-CUR-ROLE                    PIC 9(02).
001107        01 WS-OPENING-NO                  PIC 9(03).
001108        01 WS-STANDBY-NO                  PIC 9(03).
001109        PROCEDURE DIVISION.
001110        00000-MAIN-PARA.
001111            PERFORM 05000-LOAD-CAST-PARA.
001112            OPEN OUTPUT BOOK-FILE.
001114            IF  WS-BOOK-FS              NOT = "00"
001116                DISPLAY "ERROR OPENING BOOKFILE - STATUS " WS-BOOK-FS
002150                END-IF
002151                MOVE WS-C-ROLE(WS-MT-ROLE-NO(WS-MT-SUB)) TO BK-ROLE
002152                MOVE WS-MT-NAME(WS-MT-SUB) TO BK-APPL-NAME
002153                MOVE WS-C-CLIENT-ID(WS-MT-ROLE-NO(WS-MT-SUB))
002155                                         TO BK-CLIENT-ID
002156                MOVE WS-C-DAY-RATE(WS-MT-ROLE-NO(WS-MT-SUB))
002158                                         TO BK-DAY-RATE
002160                MOVE WS-C-DAYS(WS-MT-ROLE-NO(WS-MT-SUB))
002161                                         TO BK-DAYS
002163                IF  WS-OPENING-NO
002164                    < WS-C-OPENINGS(WS-MT-ROLE-NO(WS-MT-SUB))
002166                    ADD 1                TO WS-OPENING-NO
002168                    MOVE "BOOKED "       TO BK-STATUS
002169                    MOVE WS-OPENING-NO   TO BK-SLOT
002171                    DISPLAY "BOOKED " WS-MT-NAME(WS-MT-SUB)
002173                        " FOR " BK-ROLE " OPENING " WS-OPENING-NO
002174                ELSE
002176                    ADD 1                TO WS-STANDBY-NO
002177                    MOVE "STANDBY"       TO BK-STATUS
002179                    MOVE WS-STANDBY-NO   TO BK-SLOT
002181                END-IF
002182                WRITE BK-BOOK-REC
002184            END-PERFORM.
