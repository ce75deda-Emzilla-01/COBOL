000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1044.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: MEAL PROGRAM ELIGIBILITY LOAD. FREE AND
000060       *  REDUCED MEAL ELIGIBILITY MOVES OFF THE SEPARATE SHEET ONTO
000070       *  ELIGFILE, KEYED ON ENROLL NUMBER: CATEGORY (F FREE, R
000080       *  REDUCED, P PAID), EFFECTIVE FROM/TO DATES, AND THE MEAL
000090       *  APPLICATION REFERENCE. EACH ELIGIN CARD ADDS THE STUDENT'S
000100       *  ELIGIBILITY OR REPLACES IT WITH THE NEWER APPLICATION; A
000110       *  BLANK TO-DATE MEANS NO END DATE. THE STUDENT MUST BE ON
000120       *  STUDFILE. BAD CARDS GO TO ELIGEXCP. CEXM1045 PRICES THE
000130       *  CAFETERIA MEALS FROM THIS FILE.
000140       * ELIGIN  : JEBA02.EMY.COBOL.ELIGIN
000150       * ELIGFILE: JEBA02.EMY.COBOL.ELIGFILE (INDEXED ON ENROLL NO)
000160       * ELIGEXCP: JEBA02.EMY.COBOL.ELIGEXCP
000170       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000180       * ----------------------------------------------------------------
000190       * PRJ NO    NAME     DATE          MAINT DESC.
000200       * ----------------------------------------------------------------
000210       * JEBA02    EMY     09/23/2026    PROGRAM CREATED.
000220       ******************************************************************
000230        ENVIRONMENT DIVISION.
000240        INPUT-OUTPUT SECTION.
000250        FILE-CONTROL.
000260            SELECT ELIG-IN-FILE
000270                ASSIGN TO ELIGIN
000280                ORGANIZATION IS SEQUENTIAL
000290                ACCESS MODE IS SEQUENTIAL
000300                FILE STATUS IS WS-ELIG-IN-FS.
000310            SELECT ELIG-FILE
000320                ASSIGN TO ELIGFILE
000330                ORGANIZATION IS INDEXED
000340                ACCESS MODE IS RANDOM
000350                RECORD KEY IS EL-ENROLL-NO
000360                FILE STATUS IS WS-ELIG-FS.
000370            SELECT EXCEPTION-FILE
000380                ASSIGN TO ELIGEXCP
000390                ORGANIZATION IS SEQUENTIAL
000400                ACCESS MODE IS SEQUENTIAL
000410                FILE STATUS IS WS-EXCEPTION-FS.
000420        DATA DIVISION.
000430        FILE SECTION.
000440        FD  ELIG-IN-FILE.
000450        01  EI-ELIG-IN-REC.
000460            05  EI-ENROLL-NO              PIC X(06).
000470            05  EI-CATEGORY               PIC X(01).
000480            05  EI-EFF-FROM               PIC X(08).
000490            05  EI-EFF-TO                 PIC X(08).
000500            05  EI-APP-REF                PIC X(12).
000510            05  FILLER                    PIC X(45).
000520        FD  ELIG-FILE.
000530        01  EL-ELIG-REC.
000540            05  EL-ENROLL-NO              PIC 9(06).
000550            05  EL-CATEGORY               PIC X(01).
000560            05  EL-EFF-FROM               PIC 9(08).
000570            05  EL-EFF-TO                 PIC 9(08).
000580            05  EL-APP-REF                PIC X(12).
000590            05  EL-LOAD-DATE              PIC X(08).
000600            05  FILLER                    PIC X(37).
000610        FD  EXCEPTION-FILE.
000620        01  ES-EXCEPTION-REC              PIC X(80).
000630        WORKING-STORAGE SECTION.
000640        01  WS-ELIG-IN-FS                 PIC X(02).
000650        01  WS-ELIG-FS                    PIC X(02).
000660        01  WS-EXCEPTION-FS               PIC X(02).
000670        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000680        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000690        01  WS-CURRENT-DATE-DATA          PIC X(20).
000700        01  WS-ENROLL-NO                  PIC 9(06).
000710        01  WS-EFF-FROM                   PIC 9(08).
000720        01  WS-EFF-TO                     PIC 9(08).
000730        01  WS-FROM-STATUS                PIC X(01).
000740        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
000750        01  WS-ADD-COUNT                  PIC 9(06) VALUE 0.
000760        01  WS-REPLACE-COUNT              PIC 9(06) VALUE 0.
000770        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
000780        01  WS-EXCEPTION-OUT.
000790            05 FILLER                     PIC X(11)
000800                                          VALUE "REJECTED - ".
000810            05 WS-EXC-CARD                PIC X(35).
000820            05 FILLER                     PIC X(03) VALUE " - ".
000830            05 WS-EXC-REASON              PIC X(31).
000840        COPY SPGM0901L.
000850        COPY SPGM0906L.
000860        COPY SPGMABNL.
000870        PROCEDURE DIVISION.
000880       ******************************************************************
000890       * MAIN PROGRAM FLOW.
000900       ******************************************************************
000910        00000-MAIN-PARA.
000920            PERFORM 10000-INITIALIZE-PARA.
000930            PERFORM 20000-PROCESS-PARA
000940              UNTIL WS-ERROR-FLAG = "YES"
000950              OR    WS-ENDOFFILE  = "YES".
000960            PERFORM 30000-CLOSE-PARA.
000970            STOP RUN.
000980       ******************************************************************
000990       * OPEN THE CARDS, ELIGFILE (CREATED ON FIRST USE), AND THE
001000       * EXCEPTION REPORT.
001010       ******************************************************************
001020        10000-INITIALIZE-PARA.
001030            MOVE SPACE                     TO LK-CHECK-FLAG.
001040            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001050            OPEN INPUT ELIG-IN-FILE.
001060            IF WS-ELIG-IN-FS              NOT = "00"
001070               DISPLAY "ELIGIN ACCESS ERROR."
001080               MOVE "CEXM1044"            TO LK-PGM-ID
001090               MOVE "ELIGIN"              TO LK-FILE-ID
001100               MOVE WS-ELIG-IN-FS         TO LK-FILE-STATUS
001110               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001120               IF  LK-ABEND-YES
001130                   MOVE 16                TO RETURN-CODE
001140                   MOVE "YES"             TO WS-ERROR-FLAG
001150               END-IF
001160            END-IF.
001170            OPEN I-O ELIG-FILE.
001180            IF WS-ELIG-FS                 = "35"
001190               OPEN OUTPUT ELIG-FILE
001200               CLOSE ELIG-FILE
001210               OPEN I-O ELIG-FILE
001220            END-IF.
001230            IF WS-ELIG-FS                 NOT = "00"
001240               DISPLAY "ELIGFILE ACCESS ERROR."
001250               MOVE "CEXM1044"            TO LK-PGM-ID
001260               MOVE "ELIGFILE"            TO LK-FILE-ID
001270               MOVE WS-ELIG-FS            TO LK-FILE-STATUS
001280               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001290               IF  LK-ABEND-YES
001300                   MOVE 16                TO RETURN-CODE
001310                   MOVE "YES"             TO WS-ERROR-FLAG
001320               END-IF
001330            END-IF.
001340            OPEN OUTPUT EXCEPTION-FILE.
001350            IF WS-EXCEPTION-FS            NOT = "00"
001360               DISPLAY "ELIGEXCP ACCESS ERROR."
001370               MOVE "CEXM1044"            TO LK-PGM-ID
001380               MOVE "ELIGEXCP"            TO LK-FILE-ID
001390               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
001400               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001410               IF  LK-ABEND-YES
001420                   MOVE 16                TO RETURN-CODE
001430                   MOVE "YES"             TO WS-ERROR-FLAG
001440               END-IF
001450            END-IF.
001460       ******************************************************************
001470       * READ ONE CARD, PROVE THE STUDENT, CATEGORY AND DATES, AND
001480       * POST IT.
001490       ******************************************************************
001500        20000-PROCESS-PARA.
001510            READ ELIG-IN-FILE
001520            AT END
001530                MOVE "YES"                 TO WS-ENDOFFILE
001540            NOT AT END
001550                ADD 1                      TO WS-READ-COUNT
001560                PERFORM 21000-CHECK-CARD-PARA
001570            END-READ.
001580       ******************************************************************
001590       * THE FROM-DATE MUST BE A REAL DATE; THE TO-DATE, WHEN GIVEN,
001600       * MUST BE A REAL DATE NO EARLIER THAN THE FROM-DATE.
001610       ******************************************************************
001620        21000-CHECK-CARD-PARA.
001630            MOVE 0                         TO WS-ENROLL-NO.
001640            MOVE 0                         TO WS-EFF-FROM.
001650            MOVE 99991231                  TO WS-EFF-TO.
001660            IF  EI-ENROLL-NO               IS NUMERIC
001670                MOVE EI-ENROLL-NO          TO WS-ENROLL-NO
001680            END-IF.
001690            MOVE WS-ENROLL-NO              TO LK-ENROLL-NO.
001700            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
001710            MOVE "VA"                      TO LK-DT-FUNCTION.
001720            IF  EI-EFF-FROM                IS NUMERIC
001730                MOVE EI-EFF-FROM           TO WS-EFF-FROM
001740            END-IF.
001750            MOVE WS-EFF-FROM               TO LK-DT-DATE-1.
001760            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
001770            MOVE LK-DT-STATUS              TO WS-FROM-STATUS.
001780            MOVE "0"                       TO LK-DT-STATUS.
001790            IF  EI-EFF-TO                  NOT = SPACES
001800                MOVE 0                     TO WS-EFF-TO
001810                IF  EI-EFF-TO              IS NUMERIC
001820                    MOVE EI-EFF-TO         TO WS-EFF-TO
001830                END-IF
001840                MOVE WS-EFF-TO             TO LK-DT-DATE-1
001850                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
001860            END-IF.
001870            EVALUATE TRUE
001880                WHEN LK-NOT-FOUND
001890                    MOVE "ENROLL NUMBER NOT ON STUDFILE"
001900                                           TO WS-EXC-REASON
001910                    PERFORM 27000-REJECT-PARA
001920                WHEN EI-CATEGORY           NOT = "F"
001930                    AND EI-CATEGORY        NOT = "R"
001940                    AND EI-CATEGORY        NOT = "P"
001950                    MOVE "CATEGORY NOT F, R OR P" TO WS-EXC-REASON
001960                    PERFORM 27000-REJECT-PARA
001970                WHEN WS-FROM-STATUS        = "9"
001980                    MOVE "INVALID EFFECTIVE FROM DATE"
001990                                           TO WS-EXC-REASON
002000                    PERFORM 27000-REJECT-PARA
002010                WHEN LK-DT-BAD
002020                    MOVE "INVALID EFFECTIVE TO DATE"
002030                                           TO WS-EXC-REASON
002040                    PERFORM 27000-REJECT-PARA
002050                WHEN WS-EFF-TO             < WS-EFF-FROM
002060                    MOVE "TO DATE BEFORE FROM DATE" TO WS-EXC-REASON
002070                    PERFORM 27000-REJECT-PARA
002080                WHEN EI-APP-REF            = SPACES
002090                    MOVE "APPLICATION REFERENCE MISSING"
002100                                           TO WS-EXC-REASON
002110                    PERFORM 27000-REJECT-PARA
002120                WHEN OTHER
002130                    PERFORM 22000-POST-ELIG-PARA
002140            END-EVALUATE.
002150       ******************************************************************
002160       * ADD THE ELIGIBILITY, OR REPLACE THE STUDENT'S EARLIER ONE.
002170       ******************************************************************
002180        22000-POST-ELIG-PARA.
002190            MOVE WS-ENROLL-NO              TO EL-ENROLL-NO.
002200            READ ELIG-FILE
002210                INVALID KEY
002220                    PERFORM 22100-BUILD-ELIG-PARA
002230                    WRITE EL-ELIG-REC
002240                    ADD 1                  TO WS-ADD-COUNT
002250                NOT INVALID KEY
002260                    PERFORM 22100-BUILD-ELIG-PARA
002270                    REWRITE EL-ELIG-REC
002280                    ADD 1                  TO WS-REPLACE-COUNT
002290            END-READ.
002300            IF WS-ELIG-FS                  NOT = "00"
002310               DISPLAY "ELIGFILE UPDATE ERROR - STATUS " WS-ELIG-FS
002320                   " - ENROLL NO " WS-ENROLL-NO
002330               MOVE "CEXM1044"            TO LK-PGM-ID
002340               MOVE "ELIGFILE"            TO LK-FILE-ID
002350               MOVE WS-ELIG-FS            TO LK-FILE-STATUS
002360               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002370               IF  LK-ABEND-YES
002380                   MOVE 16                TO RETURN-CODE
002390                   MOVE "YES"             TO WS-ERROR-FLAG
002400               END-IF
002410            END-IF.
002420        22100-BUILD-ELIG-PARA.
002430            MOVE SPACES                    TO EL-ELIG-REC.
002440            MOVE WS-ENROLL-NO              TO EL-ENROLL-NO.
002450            MOVE EI-CATEGORY               TO EL-CATEGORY.
002460            MOVE WS-EFF-FROM               TO EL-EFF-FROM.
002470            MOVE WS-EFF-TO                 TO EL-EFF-TO.
002480            MOVE EI-APP-REF                TO EL-APP-REF.
002490            MOVE WS-CURRENT-DATE-DATA(1:8) TO EL-LOAD-DATE.
002500       ******************************************************************
002510       * REPORT A CARD THAT COULD NOT BE POSTED.
002520       ******************************************************************
002530        27000-REJECT-PARA.
002540            MOVE EI-ELIG-IN-REC(1:35)      TO WS-EXC-CARD.
002550            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
002560            WRITE ES-EXCEPTION-REC.
002570            ADD 1                          TO WS-REJECT-COUNT.
002580       ******************************************************************
002590       * DISPLAY COUNTS AND CLOSE THE FILES.
002600       ******************************************************************
002610        30000-CLOSE-PARA.
002620            DISPLAY "CARDS READ        : " WS-READ-COUNT.
002630            DISPLAY "ELIGIBILITY ADDED : " WS-ADD-COUNT.
002640            DISPLAY "ELIGIBILITY REPL  : " WS-REPLACE-COUNT.
002650            DISPLAY "CARDS REJECTED    : " WS-REJECT-COUNT.
002660            CLOSE ELIG-IN-FILE.
002670            CLOSE ELIG-FILE.
002680            CLOSE EXCEPTION-FILE.
