000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1022.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: GRADUATION-REQUIREMENTS MASTER MAINTENANCE.
000060       *  CEXM914 USED TO GRANT STATUS G ON A STATUS CARD ALONE. THE
000070       *  REQUIREMENTS EACH PROGRAM SETS NOW LIVE ON GRADREQ, AN
000080       *  INDEXED MASTER KEYED ON PROGRAM CODE PLUS SEQUENCE:
000090       *      SEQ 00  TYPE T  MINIMUM TOTAL CREDIT HOURS AND MINIMUM
000100       *                      CUMULATIVE AVERAGE FOR THE PROGRAM
000110       *      SEQ 01+ TYPE C  ONE REQUIRED COURSE CODE EACH
000120       *  THIS RUN READS GRQIN MAINTENANCE CARDS (ACTION A ADD/REPLACE
000130       *  OR D DELETE), VALIDATES EVERY REQUIRED COURSE AGAINST THE
000140       *  CRSFILE CATALOG, AND APPLIES THEM CEXM926-STYLE, CREATING THE
000150       *  MASTER ON FIRST USE. CEXM1023'S DEGREE AUDIT READS IT.
000160       * GRQIN   : JEBA02.EMY.COBOL.GRQIN
000170       * CRSFILE : JEBA02.EMY.COBOL.CRSFILE (INDEXED ON COURSE CODE)
000180       * GRADREQ : JEBA02.EMY.COBOL.GRADREQ (INDEXED ON PROGRAM+SEQ)
000190       * GRQEXCP : JEBA02.EMY.COBOL.GRQEXCP
000200       * ----------------------------------------------------------------
000210       * PRJ NO    NAME     DATE          MAINT DESC.
000220       * ----------------------------------------------------------------
000230       * JEBA02    EMY     09/15/2026    PROGRAM CREATED.
000240       ******************************************************************
000250        ENVIRONMENT DIVISION.
000260        INPUT-OUTPUT SECTION.
000270        FILE-CONTROL.
000280            SELECT GRQ-IN-FILE
000290                ASSIGN TO GRQIN
000300                ORGANIZATION IS SEQUENTIAL
000310                ACCESS MODE IS SEQUENTIAL
000320                FILE STATUS IS WS-GRQ-IN-FS.
000330            SELECT CRS-FILE
000340                ASSIGN TO CRSFILE
000350                ORGANIZATION IS INDEXED
000360                ACCESS MODE IS RANDOM
000370                RECORD KEY IS CS-COURSE-CODE
000380                FILE STATUS IS WS-CRS-FS.
000390            SELECT GRQ-FILE
000400                ASSIGN TO GRADREQ
000410                ORGANIZATION IS INDEXED
000420                ACCESS MODE IS RANDOM
000430                RECORD KEY IS GQ-REQ-KEY
000440                FILE STATUS IS WS-GRQ-FS.
000450            SELECT EXCEPTION-FILE
000460                ASSIGN TO GRQEXCP
000470                ORGANIZATION IS SEQUENTIAL
000480                ACCESS MODE IS SEQUENTIAL
000490                FILE STATUS IS WS-EXCEPTION-FS.
000500        DATA DIVISION.
000510        FILE SECTION.
000520        FD  GRQ-IN-FILE.
000530        01  GI-GRQ-REC.
000540            05  GI-ACTION                 PIC X(01).
000550            05  GI-PROGRAM-CODE           PIC X(04).
000560            05  GI-REQ-SEQ                PIC 9(02).
000570            05  GI-REQ-TYPE               PIC X(01).
000580            05  GI-COURSE-CODE            PIC X(06).
000590            05  GI-MIN-CREDITS            PIC 9(03).
000600            05  GI-MIN-AVG                PIC 9(03)V9(02).
000610            05  GI-REQ-DESC               PIC X(30).
000620            05  FILLER                    PIC X(28).
000630        FD  CRS-FILE.
000640        01  CS-CRS-REC.
000650            05  CS-COURSE-CODE            PIC X(06).
000660            05  CS-COURSE-TITLE           PIC X(30).
000670            05  CS-CREDIT-HOURS           PIC 9(02).
000680            05  FILLER                    PIC X(42).
000690        FD  GRQ-FILE.
000700        01  GQ-GRQ-REC.
000710            05  GQ-REQ-KEY.
000720                10  GQ-PROGRAM-CODE       PIC X(04).
000730                10  GQ-REQ-SEQ            PIC 9(02).
000740            05  GQ-REQ-TYPE               PIC X(01).
000750            05  GQ-COURSE-CODE            PIC X(06).
000760            05  GQ-MIN-CREDITS            PIC 9(03).
000770            05  GQ-MIN-AVG                PIC 9(03)V9(02).
000780            05  GQ-REQ-DESC               PIC X(30).
000790            05  FILLER                    PIC X(29).
000800        FD  EXCEPTION-FILE.
000810        01  ES-EXCEPTION-REC              PIC X(80).
000820        WORKING-STORAGE SECTION.
000830        01  WS-GRQ-IN-FS                  PIC X(02).
000840        01  WS-CRS-FS                     PIC X(02).
000850        01  WS-GRQ-FS                     PIC X(02).
000860        01  WS-EXCEPTION-FS               PIC X(02).
000870        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000880        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000890        01  WS-LOAD-COUNT                 PIC 9(06) VALUE 0.
000900        01  WS-REPLACE-COUNT              PIC 9(06) VALUE 0.
000910        01  WS-DELETE-COUNT               PIC 9(06) VALUE 0.
000920        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
000930        01  WS-EXCEPTION-OUT.
000940            05 FILLER                     PIC X(11)
000950                                          VALUE "REJECTED - ".
000960            05 WS-EXC-PROGRAM             PIC X(04).
000970            05 FILLER                     PIC X(01) VALUE "/".
000980            05 WS-EXC-SEQ                 PIC X(02).
000990            05 FILLER                     PIC X(03) VALUE " - ".
001000            05 WS-EXC-REASON              PIC X(40).
001010            05 FILLER                     PIC X(19) VALUE SPACES.
001020        COPY SPGMABNL.
001030        PROCEDURE DIVISION.
001040       ******************************************************************
001050       * MAIN PROGRAM FLOW.
001060       ******************************************************************
001070        00000-MAIN-PARA.
001080            PERFORM 10000-INITIALIZE-PARA.
001090            PERFORM 20000-PROCESS-PARA
001100              UNTIL WS-ERROR-FLAG = "YES"
001110              OR    WS-ENDOFFILE  = "YES".
001120            PERFORM 30000-CLOSE-PARA.
001130            STOP RUN.
001140       ******************************************************************
001150       * OPEN THE CARDS, THE CATALOG, THE REQUIREMENTS MASTER (CREATED
001160       * ON FIRST USE, CEXM926-STYLE), AND THE EXCEPTION REPORT.
001170       ******************************************************************
001180        10000-INITIALIZE-PARA.
001190            OPEN INPUT GRQ-IN-FILE.
001200            IF WS-GRQ-IN-FS               NOT = "00"
001210               DISPLAY "GRQIN ACCESS ERROR."
001220               MOVE "CEXM1022"            TO LK-PGM-ID
001230               MOVE "GRQIN"               TO LK-FILE-ID
001240               MOVE WS-GRQ-IN-FS          TO LK-FILE-STATUS
001250               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001260               IF  LK-ABEND-YES
001270                   MOVE 16                TO RETURN-CODE
001280                   MOVE "YES"             TO WS-ERROR-FLAG
001290               END-IF
001300            END-IF.
001310            OPEN INPUT CRS-FILE.
001320            IF WS-CRS-FS                  NOT = "00"
001330               DISPLAY "CRSFILE ACCESS ERROR."
001340               MOVE "CEXM1022"            TO LK-PGM-ID
001350               MOVE "CRSFILE"             TO LK-FILE-ID
001360               MOVE WS-CRS-FS             TO LK-FILE-STATUS
001370               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001380               IF  LK-ABEND-YES
001390                   MOVE 16                TO RETURN-CODE
001400                   MOVE "YES"             TO WS-ERROR-FLAG
001410               END-IF
001420            END-IF.
001430            OPEN I-O GRQ-FILE.
001440            IF WS-GRQ-FS                  = "35"
001450               OPEN OUTPUT GRQ-FILE
001460            END-IF.
001470            IF WS-GRQ-FS                  NOT = "00"
001480               DISPLAY "GRADREQ ACCESS ERROR."
001490               MOVE "CEXM1022"            TO LK-PGM-ID
001500               MOVE "GRADREQ"             TO LK-FILE-ID
001510               MOVE WS-GRQ-FS             TO LK-FILE-STATUS
001520               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001530               IF  LK-ABEND-YES
001540                   MOVE 16                TO RETURN-CODE
001550                   MOVE "YES"             TO WS-ERROR-FLAG
001560               END-IF
001570            END-IF.
001580            OPEN OUTPUT EXCEPTION-FILE.
001590            IF WS-EXCEPTION-FS            NOT = "00"
001600               DISPLAY "GRQEXCP ACCESS ERROR."
001610               MOVE "CEXM1022"            TO LK-PGM-ID
001620               MOVE "GRQEXCP"             TO LK-FILE-ID
001630               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
001640               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001650               IF  LK-ABEND-YES
001660                   MOVE 16                TO RETURN-CODE
001670                   MOVE "YES"             TO WS-ERROR-FLAG
001680               END-IF
001690            END-IF.
001700       ******************************************************************
001710       * READ ONE MAINTENANCE CARD, VALIDATE IT, AND APPLY IT. SEQ 00
001720       * MUST BE THE T (TOTALS) RECORD; EVERY OTHER SEQ IS A C
001730       * (REQUIRED COURSE) RECORD WHOSE COURSE IS IN THE CATALOG.
001740       ******************************************************************
001750        20000-PROCESS-PARA.
001760            READ GRQ-IN-FILE
001770            AT END
001780                MOVE "YES"                 TO WS-ENDOFFILE
001790            NOT AT END
001800                EVALUATE TRUE
001810                    WHEN GI-ACTION         NOT = "A"
001820                        AND GI-ACTION      NOT = "D"
001830                        MOVE "ACTION NOT A OR D" TO WS-EXC-REASON
001840                        PERFORM 27000-REJECT-PARA
001850                    WHEN GI-PROGRAM-CODE   = SPACES
001860                        MOVE "PROGRAM CODE MISSING" TO WS-EXC-REASON
001870                        PERFORM 27000-REJECT-PARA
001880                    WHEN GI-REQ-SEQ        NOT NUMERIC
001890                        MOVE "SEQUENCE NOT NUMERIC" TO WS-EXC-REASON
001900                        PERFORM 27000-REJECT-PARA
001910                    WHEN GI-ACTION         = "D"
001920                        PERFORM 26000-DELETE-PARA
001930                    WHEN GI-REQ-SEQ        = 0
001940                        PERFORM 22000-CHECK-TOTALS-PARA
001950                    WHEN OTHER
001960                        PERFORM 23000-CHECK-COURSE-PARA
001970                END-EVALUATE
001980            END-READ.
001990       ******************************************************************
002000       * THE TOTALS RECORD: TYPE T, NUMERIC MINIMUMS, AVERAGE IN RANGE.
002010       ******************************************************************
002020        22000-CHECK-TOTALS-PARA.
002030            EVALUATE TRUE
002040                WHEN GI-REQ-TYPE           NOT = "T"
002050                    MOVE "SEQ 00 MUST BE TYPE T" TO WS-EXC-REASON
002060                    PERFORM 27000-REJECT-PARA
002070                WHEN GI-MIN-CREDITS        NOT NUMERIC
002080                    MOVE "MINIMUM CREDITS NOT NUMERIC"
002090                                           TO WS-EXC-REASON
002100                    PERFORM 27000-REJECT-PARA
002110                WHEN GI-MIN-AVG            NOT NUMERIC
002120                    OR GI-MIN-AVG          > 100
002130                    MOVE "MINIMUM AVERAGE NOT 000.00-100.00"
002140                                           TO WS-EXC-REASON
002150                    PERFORM 27000-REJECT-PARA
002160                WHEN OTHER
002170                    MOVE SPACES            TO GI-COURSE-CODE
002180                    PERFORM 24000-APPLY-PARA
002190            END-EVALUATE.
002200       ******************************************************************
002210       * A REQUIRED-COURSE RECORD: TYPE C AND A COURSE IN THE CATALOG.
002220       ******************************************************************
002230        23000-CHECK-COURSE-PARA.
002240            IF  GI-REQ-TYPE                NOT = "C"
002250                MOVE "SEQ 01-99 MUST BE TYPE C" TO WS-EXC-REASON
002260                PERFORM 27000-REJECT-PARA
002270            ELSE
002280                MOVE GI-COURSE-CODE        TO CS-COURSE-CODE
002290                READ CRS-FILE
002300                    INVALID KEY
002310                        MOVE "COURSE NOT IN CRSFILE CATALOG"
002320                                           TO WS-EXC-REASON
002330                        PERFORM 27000-REJECT-PARA
002340                    NOT INVALID KEY
002350                        MOVE 0             TO GI-MIN-CREDITS
002360                        MOVE 0             TO GI-MIN-AVG
002370                        IF  GI-REQ-DESC    = SPACES
002380                            MOVE CS-COURSE-TITLE TO GI-REQ-DESC
002390                        END-IF
002400                        PERFORM 24000-APPLY-PARA
002410                END-READ
002420            END-IF.
002430       ******************************************************************
002440       * WRITE THE REQUIREMENT, REPLACING ONE ALREADY ON FILE.
002450       ******************************************************************
002460        24000-APPLY-PARA.
002470            MOVE GI-PROGRAM-CODE           TO GQ-PROGRAM-CODE.
002480            MOVE GI-REQ-SEQ                TO GQ-REQ-SEQ.
002490            MOVE GI-REQ-TYPE               TO GQ-REQ-TYPE.
002500            MOVE GI-COURSE-CODE            TO GQ-COURSE-CODE.
002510            MOVE GI-MIN-CREDITS            TO GQ-MIN-CREDITS.
002520            MOVE GI-MIN-AVG                TO GQ-MIN-AVG.
002530            MOVE GI-REQ-DESC               TO GQ-REQ-DESC.
002540            WRITE GQ-GRQ-REC
002550                INVALID KEY
002560                    REWRITE GQ-GRQ-REC
002570                    IF WS-GRQ-FS           = "00"
002580                        ADD 1              TO WS-REPLACE-COUNT
002590                    ELSE
002600                        PERFORM 28000-GRQ-IO-ERROR-PARA
002610                    END-IF
002620                NOT INVALID KEY
002630                    ADD 1                  TO WS-LOAD-COUNT
002640            END-WRITE.
002650       ******************************************************************
002660       * REMOVE ONE REQUIREMENT FROM THE MASTER.
002670       ******************************************************************
002680        26000-DELETE-PARA.
002690            MOVE GI-PROGRAM-CODE           TO GQ-PROGRAM-CODE.
002700            MOVE GI-REQ-SEQ                TO GQ-REQ-SEQ.
002710            DELETE GRQ-FILE
002720                INVALID KEY
002730                    MOVE "REQUIREMENT NOT ON GRADREQ" TO WS-EXC-REASON
002740                    PERFORM 27000-REJECT-PARA
002750                NOT INVALID KEY
002760                    ADD 1                  TO WS-DELETE-COUNT
002770            END-DELETE.
002780       ******************************************************************
002790       * LOG A REJECTED MAINTENANCE CARD TO THE EXCEPTION REPORT.
002800       ******************************************************************
002810        27000-REJECT-PARA.
002820            MOVE GI-PROGRAM-CODE           TO WS-EXC-PROGRAM.
002830            MOVE GI-REQ-SEQ                TO WS-EXC-SEQ.
002840            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
002850            WRITE ES-EXCEPTION-REC.
002860            ADD 1                          TO WS-REJECT-COUNT.
002870       ******************************************************************
002880       * A REWRITE FAILURE ON GRADREQ IS ROUTED THROUGH THE SHARED
002890       * SPGMABND ABEND CHECK.
002900       ******************************************************************
002910        28000-GRQ-IO-ERROR-PARA.
002920            DISPLAY "GRADREQ UPDATE ERROR - STATUS " WS-GRQ-FS
002930                " - KEY " GQ-REQ-KEY.
002940            MOVE "CEXM1022"                TO LK-PGM-ID.
002950            MOVE "GRADREQ"                 TO LK-FILE-ID.
002960            MOVE WS-GRQ-FS                 TO LK-FILE-STATUS.
002970            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
002980            IF  LK-ABEND-YES
002990                MOVE 16                    TO RETURN-CODE
003000                MOVE "YES"                 TO WS-ERROR-FLAG
003010            END-IF.
003020       ******************************************************************
003030       * DISPLAY COUNTS AND CLOSE THE FILES.
003040       ******************************************************************
003050        30000-CLOSE-PARA.
003060            DISPLAY "REQUIREMENTS ADDED    : " WS-LOAD-COUNT.
003070            DISPLAY "REQUIREMENTS REPLACED : " WS-REPLACE-COUNT.
003080            DISPLAY "REQUIREMENTS DELETED  : " WS-DELETE-COUNT.
003090            DISPLAY "CARDS REJECTED        : " WS-REJECT-COUNT.
003100            CLOSE GRQ-IN-FILE.
003110            CLOSE CRS-FILE.
003120            CLOSE GRQ-FILE.
003130            CLOSE EXCEPTION-FILE.
