000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1052.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: STANDARDIZED TEST SCORE LOAD. THE DISTRICT'S
000060       *  TEST VENDOR FILE (TESTIN) IS MAPPED ONTO TESTFILE, KEYED ON
000070       *  ENROLL NUMBER, TEST CODE AND ADMINISTRATION DATE, WITH THE
000080       *  SCALE SCORE AND NATIONAL PERCENTILE. ONLY VENDOR DETAIL ROWS
000090       *  (TYPE D) ARE LOADED; THE VENDOR'S OWN HEADER AND TRAILER
000100       *  ROWS ARE SKIPPED. THE STUDENT IS MATCHED ON THE VENDOR'S
000110       *  STUDENT ID THROUGH SPGM0901, OR, WHEN THAT IS MISSING OR NOT
000120       *  ON STUDFILE, ON "FIRST LAST" NAME THROUGH SPGM0903 (CEXM901'S
000130       *  NAME FORM). A ROW RESENT FOR THE SAME STUDENT, TEST AND DATE
000140       *  REPLACES THE EARLIER SCORE. UNMATCHED OR BAD ROWS GO TO THE
000150       *  TESTEXCP EXCEPTION REPORT. CEXM1053 COMPARES THE SCORES WITH
000160       *  THE REGFILE COURSE MARKS.
000170       * TESTIN  : JEBA02.EMY.COBOL.TESTIN (VENDOR LAYOUT)
000180       * TESTFILE: JEBA02.EMY.COBOL.TESTFILE (INDEXED ON ENROLL+TEST+
000190       *           ADMINISTRATION DATE)
000200       * TESTEXCP: JEBA02.EMY.COBOL.TESTEXCP
000210       * STUDOUT : VIA SPGM0901; NAMEAIX VIA SPGM0903
000220       * ----------------------------------------------------------------
000230       * PRJ NO    NAME     DATE          MAINT DESC.
000240       * ----------------------------------------------------------------
000250       * JEBA02    EMY     09/25/2026    PROGRAM CREATED.
000260       ******************************************************************
000270        ENVIRONMENT DIVISION.
000280        INPUT-OUTPUT SECTION.
000290        FILE-CONTROL.
000300            SELECT VENDOR-FILE
000310                ASSIGN TO TESTIN
000320                ORGANIZATION IS SEQUENTIAL
000330                ACCESS MODE IS SEQUENTIAL
000340                FILE STATUS IS WS-VENDOR-FS.
000350            SELECT TEST-FILE
000360                ASSIGN TO TESTFILE
000370                ORGANIZATION IS INDEXED
000380                ACCESS MODE IS RANDOM
000390                RECORD KEY IS TS-TEST-KEY
000400                FILE STATUS IS WS-TEST-FS.
000410            SELECT EXCEPTION-FILE
000420                ASSIGN TO TESTEXCP
000430                ORGANIZATION IS SEQUENTIAL
000440                ACCESS MODE IS SEQUENTIAL
000450                FILE STATUS IS WS-EXCEPTION-FS.
000460        DATA DIVISION.
000470        FILE SECTION.
000480        FD  VENDOR-FILE.
000490        01  VN-VENDOR-REC.
000500            05  VN-REC-TYPE               PIC X(01).
000510            05  VN-STUDENT-ID             PIC X(06).
000520            05  VN-LAST-NAME              PIC X(15).
000530            05  VN-FIRST-NAME             PIC X(15).
000540            05  VN-TEST-CODE              PIC X(04).
000550            05  VN-ADMIN-DATE             PIC X(08).
000560            05  VN-SCALE-SCORE            PIC X(04).
000570            05  VN-PERCENTILE             PIC X(02).
000580            05  FILLER                    PIC X(25).
000590        FD  TEST-FILE.
000600        01  TS-TEST-REC.
000610            05  TS-TEST-KEY.
000620                10  TS-ENROLL-NO          PIC 9(06).
000630                10  TS-TEST-CODE          PIC X(04).
000640                10  TS-ADMIN-DATE         PIC 9(08).
000650            05  TS-SCALE-SCORE            PIC 9(04).
000660            05  TS-PERCENTILE             PIC 9(02).
000670            05  TS-MATCH-METHOD           PIC X(01).
000680            05  TS-VENDOR-ID              PIC X(06).
000690            05  TS-LOAD-DATE              PIC X(08).
000700            05  FILLER                    PIC X(41).
000710        FD  EXCEPTION-FILE.
000720        01  ES-EXCEPTION-REC              PIC X(80).
000730        WORKING-STORAGE SECTION.
000740        01  WS-VENDOR-FS                  PIC X(02).
000750        01  WS-TEST-FS                    PIC X(02).
000760        01  WS-EXCEPTION-FS               PIC X(02).
000770        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000780        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000790        01  WS-CURRENT-DATE-DATA          PIC X(20).
000800        01  WS-ENROLL-NO                  PIC 9(06).
000810        01  WS-MATCH-METHOD               PIC X(01).
000820        01  WS-ADMIN-DATE                 PIC 9(08).
000830        01  WS-PERCENTILE                 PIC 9(02).
000840        01  WS-JOIN-NAME                  PIC X(30).
000850        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
000860        01  WS-SKIP-COUNT                 PIC 9(06) VALUE 0.
000870        01  WS-ADD-COUNT                  PIC 9(06) VALUE 0.
000880        01  WS-REPLACE-COUNT              PIC 9(06) VALUE 0.
000890        01  WS-NAME-MATCH-COUNT           PIC 9(06) VALUE 0.
000900        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
000910        01  WS-EXCEPTION-OUT.
000920            05 FILLER                     PIC X(11)
000930                                          VALUE "REJECTED - ".
000940            05 WS-EXC-ID                  PIC X(06).
000950            05 FILLER                     PIC X(01) VALUE SPACE.
000960            05 WS-EXC-NAME                PIC X(20).
000970            05 FILLER                     PIC X(01) VALUE SPACE.
000980            05 WS-EXC-TEST                PIC X(04).
000990            05 FILLER                     PIC X(03) VALUE " - ".
001000            05 WS-EXC-REASON              PIC X(34).
001010        COPY SPGM0901L.
001020        COPY SPGM0903L.
001030        COPY SPGM0906L.
001040        COPY SPGMABNL.
001050        PROCEDURE DIVISION.
001060       ******************************************************************
001070       * MAIN PROGRAM FLOW.
001080       ******************************************************************
001090        00000-MAIN-PARA.
001100            PERFORM 10000-INITIALIZE-PARA.
001110            PERFORM 20000-PROCESS-PARA
001120              UNTIL WS-ERROR-FLAG = "YES"
001130              OR    WS-ENDOFFILE  = "YES".
001140            PERFORM 30000-CLOSE-PARA.
001150            STOP RUN.
001160       ******************************************************************
001170       * OPEN THE VENDOR FILE, TESTFILE (CREATED ON FIRST USE), AND THE
001180       * EXCEPTION REPORT.
001190       ******************************************************************
001200        10000-INITIALIZE-PARA.
001210            MOVE SPACE                     TO LK-CHECK-FLAG.
001220            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001230            OPEN INPUT VENDOR-FILE.
001240            IF WS-VENDOR-FS               NOT = "00"
001250               DISPLAY "TESTIN ACCESS ERROR."
001260               MOVE "CEXM1052"            TO LK-PGM-ID
001270               MOVE "TESTIN"              TO LK-FILE-ID
001280               MOVE WS-VENDOR-FS          TO LK-FILE-STATUS
001290               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001300               IF  LK-ABEND-YES
001310                   MOVE 16                TO RETURN-CODE
001320                   MOVE "YES"             TO WS-ERROR-FLAG
001330               END-IF
001340            END-IF.
001350            OPEN I-O TEST-FILE.
001360            IF WS-TEST-FS                 = "35"
001370               OPEN OUTPUT TEST-FILE
001380               CLOSE TEST-FILE
001390               OPEN I-O TEST-FILE
001400            END-IF.
001410            IF WS-TEST-FS                 NOT = "00"
001420               DISPLAY "TESTFILE ACCESS ERROR."
001430               MOVE "CEXM1052"            TO LK-PGM-ID
001440               MOVE "TESTFILE"            TO LK-FILE-ID
001450               MOVE WS-TEST-FS            TO LK-FILE-STATUS
001460               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001470               IF  LK-ABEND-YES
001480                   MOVE 16                TO RETURN-CODE
001490                   MOVE "YES"             TO WS-ERROR-FLAG
001500               END-IF
001510            END-IF.
001520            OPEN OUTPUT EXCEPTION-FILE.
001530            IF WS-EXCEPTION-FS            NOT = "00"
001540               DISPLAY "TESTEXCP ACCESS ERROR."
001550               MOVE "CEXM1052"            TO LK-PGM-ID
001560               MOVE "TESTEXCP"            TO LK-FILE-ID
001570               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
001580               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001590               IF  LK-ABEND-YES
001600                   MOVE 16                TO RETURN-CODE
001610                   MOVE "YES"             TO WS-ERROR-FLAG
001620               END-IF
001630            END-IF.
001640       ******************************************************************
001650       * READ ONE VENDOR ROW; DETAIL ROWS ARE MATCHED AND CHECKED.
001660       ******************************************************************
001670        20000-PROCESS-PARA.
001680            READ VENDOR-FILE
001690            AT END
001700                MOVE "YES"                 TO WS-ENDOFFILE
001710            NOT AT END
001720                ADD 1                      TO WS-READ-COUNT
001730                IF  VN-REC-TYPE            = "D"
001740                    PERFORM 21000-MATCH-STUDENT-PARA
001750                    PERFORM 22000-CHECK-ROW-PARA
001760                ELSE
001770                    ADD 1                  TO WS-SKIP-COUNT
001780                END-IF
001790            END-READ.
001800       ******************************************************************
001810       * MATCH ON THE VENDOR'S STUDENT ID THROUGH SPGM0901; FAILING
001820       * THAT, ON "FIRST LAST" NAME THROUGH SPGM0903, PROVED ON
001830       * STUDFILE THROUGH SPGM0901 IN CASE NAMEAIX IS BEHIND.
001840       ******************************************************************
001850        21000-MATCH-STUDENT-PARA.
001860            MOVE 0                         TO WS-ENROLL-NO.
001870            MOVE SPACE                     TO WS-MATCH-METHOD.
001880            IF  VN-STUDENT-ID              IS NUMERIC
001890                MOVE VN-STUDENT-ID         TO LK-ENROLL-NO
001900                CALL 'SPGM0901'            USING LK-STUDLOOKUP-PARMS
001910                IF  LK-FOUND
001920                    MOVE LK-ENROLL-NO      TO WS-ENROLL-NO
001930                    MOVE "E"               TO WS-MATCH-METHOD
001940                END-IF
001950            END-IF.
001960            IF  WS-MATCH-METHOD            = SPACE
001970                AND VN-LAST-NAME           NOT = SPACES
001980                PERFORM 21100-JOIN-NAME-PARA
001990                MOVE WS-JOIN-NAME          TO LK-NL-SNAME
002000                CALL 'SPGM0903'            USING LK-NAMELOOKUP-PARMS
002010                IF  LK-NL-FOUND
002020                    MOVE LK-NL-ENROLL-NO   TO LK-ENROLL-NO
002030                    CALL 'SPGM0901'        USING LK-STUDLOOKUP-PARMS
002040                    IF  LK-FOUND
002050                        MOVE LK-ENROLL-NO  TO WS-ENROLL-NO
002060                        MOVE "N"           TO WS-MATCH-METHOD
002070                    END-IF
002080                END-IF
002090            END-IF.
002100        21100-JOIN-NAME-PARA.
002110            MOVE SPACES                    TO WS-JOIN-NAME.
002120            STRING VN-FIRST-NAME           DELIMITED BY SPACE
002130                   " "                     DELIMITED BY SIZE
002140                   VN-LAST-NAME            DELIMITED BY SPACE
002150              INTO WS-JOIN-NAME
002160            END-STRING.
002170       ******************************************************************
002180       * THE ADMINISTRATION DATE MUST BE REAL, THE SCALE SCORE NUMERIC
002190       * AND THE PERCENTILE 01-99.
002200       ******************************************************************
002210        22000-CHECK-ROW-PARA.
002220            MOVE 0                         TO WS-ADMIN-DATE.
002230            MOVE 0                         TO WS-PERCENTILE.
002240            IF  VN-ADMIN-DATE              IS NUMERIC
002250                MOVE VN-ADMIN-DATE         TO WS-ADMIN-DATE
002260            END-IF.
002270            IF  VN-PERCENTILE              IS NUMERIC
002280                MOVE VN-PERCENTILE         TO WS-PERCENTILE
002290            END-IF.
002300            MOVE "VA"                      TO LK-DT-FUNCTION.
002310            MOVE WS-ADMIN-DATE             TO LK-DT-DATE-1.
002320            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
002330            EVALUATE TRUE
002340                WHEN WS-MATCH-METHOD       = SPACE
002350                    MOVE "STUDENT NOT MATCHED BY ID OR NAME"
002360                                           TO WS-EXC-REASON
002370                    PERFORM 27000-REJECT-PARA
002380                WHEN VN-TEST-CODE          = SPACES
002390                    MOVE "TEST CODE MISSING" TO WS-EXC-REASON
002400                    PERFORM 27000-REJECT-PARA
002410                WHEN LK-DT-BAD
002420                    MOVE "INVALID ADMINISTRATION DATE"
002430                                           TO WS-EXC-REASON
002440                    PERFORM 27000-REJECT-PARA
002450                WHEN VN-SCALE-SCORE        NOT NUMERIC
002460                    MOVE "SCALE SCORE NOT NUMERIC"
002470                                           TO WS-EXC-REASON
002480                    PERFORM 27000-REJECT-PARA
002490                WHEN WS-PERCENTILE         < 1
002500                    MOVE "PERCENTILE NOT 01-99" TO WS-EXC-REASON
002510                    PERFORM 27000-REJECT-PARA
002520                WHEN OTHER
002530                    PERFORM 23000-POST-SCORE-PARA
002540            END-EVALUATE.
002550       ******************************************************************
002560       * ADD THE SCORE, OR REPLACE A RESENT ONE.
002570       ******************************************************************
002580        23000-POST-SCORE-PARA.
002590            MOVE WS-ENROLL-NO              TO TS-ENROLL-NO.
002600            MOVE VN-TEST-CODE              TO TS-TEST-CODE.
002610            MOVE WS-ADMIN-DATE             TO TS-ADMIN-DATE.
002620            READ TEST-FILE
002630                INVALID KEY
002640                    PERFORM 23100-BUILD-SCORE-PARA
002650                    WRITE TS-TEST-REC
002660                    ADD 1                  TO WS-ADD-COUNT
002670                NOT INVALID KEY
002680                    PERFORM 23100-BUILD-SCORE-PARA
002690                    REWRITE TS-TEST-REC
002700                    ADD 1                  TO WS-REPLACE-COUNT
002710            END-READ.
002720            IF WS-TEST-FS                 NOT = "00"
002730               DISPLAY "TESTFILE UPDATE ERROR - STATUS " WS-TEST-FS
002740                   " - ENROLL NO " WS-ENROLL-NO
002750               MOVE "CEXM1052"            TO LK-PGM-ID
002760               MOVE "TESTFILE"            TO LK-FILE-ID
002770               MOVE WS-TEST-FS            TO LK-FILE-STATUS
002780               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002790               IF  LK-ABEND-YES
002800                   MOVE 16                TO RETURN-CODE
002810                   MOVE "YES"             TO WS-ERROR-FLAG
002820               END-IF
002830            ELSE
002840               IF  WS-MATCH-METHOD        = "N"
002850                   ADD 1                  TO WS-NAME-MATCH-COUNT
002860               END-IF
002870            END-IF.
002880        23100-BUILD-SCORE-PARA.
002890            MOVE SPACES                    TO TS-TEST-REC.
002900            MOVE WS-ENROLL-NO              TO TS-ENROLL-NO.
002910            MOVE VN-TEST-CODE              TO TS-TEST-CODE.
002920            MOVE WS-ADMIN-DATE             TO TS-ADMIN-DATE.
002930            MOVE VN-SCALE-SCORE            TO TS-SCALE-SCORE.
002940            MOVE WS-PERCENTILE             TO TS-PERCENTILE.
002950            MOVE WS-MATCH-METHOD           TO TS-MATCH-METHOD.
002960            MOVE VN-STUDENT-ID             TO TS-VENDOR-ID.
002970            MOVE WS-CURRENT-DATE-DATA(1:8) TO TS-LOAD-DATE.
002980       ******************************************************************
002990       * REPORT A VENDOR ROW THAT COULD NOT BE LOADED.
003000       ******************************************************************
003010        27000-REJECT-PARA.
003020            MOVE VN-STUDENT-ID             TO WS-EXC-ID.
003030            PERFORM 21100-JOIN-NAME-PARA.
003040            MOVE WS-JOIN-NAME              TO WS-EXC-NAME.
003050            MOVE VN-TEST-CODE              TO WS-EXC-TEST.
003060            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
003070            WRITE ES-EXCEPTION-REC.
003080            ADD 1                          TO WS-REJECT-COUNT.
003090       ******************************************************************
003100       * DISPLAY COUNTS AND CLOSE THE FILES.
003110       ******************************************************************
003120        30000-CLOSE-PARA.
003130            DISPLAY "VENDOR ROWS READ    : " WS-READ-COUNT.
003140            DISPLAY "NON-DETAIL SKIPPED  : " WS-SKIP-COUNT.
003150            DISPLAY "SCORES ADDED        : " WS-ADD-COUNT.
003160            DISPLAY "SCORES REPLACED     : " WS-REPLACE-COUNT.
003170            DISPLAY "MATCHED BY NAME     : " WS-NAME-MATCH-COUNT.
003180            DISPLAY "ROWS REJECTED       : " WS-REJECT-COUNT.
003190            CLOSE VENDOR-FILE.
003200            CLOSE TEST-FILE.
003210            CLOSE EXCEPTION-FILE.
