000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1025.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: ASSIGNMENT GRADEBOOK LOAD. TEACHERS USED TO
000060       *  KEEP QUIZ, LAB AND EXAM SCORES IN THEIR OWN SPREADSHEETS AND
000070       *  HAND-KEY ONE FINAL MARK PER COURSE INTO REGIN. THIS PROGRAM
000080       *  MAINTAINS GRADEBK, THE ASSIGNMENT-LEVEL GRADEBOOK KEYED ON
000090       *  ENROLLMENT NUMBER, COURSE CODE AND ASSIGNMENT NUMBER, FROM
000100       *  GBKIN CARDS CARRYING THE CATEGORY (H HOMEWORK / Q QUIZ /
000110       *  E EXAM), THE SCORE AND THE MAXIMUM POSSIBLE SCORE. THE
000120       *  STUDENT MUST BE ON STUDFILE (SPGM0901) AND REGISTERED IN THE
000130       *  COURSE ON REGFILE; THE SCORE MAY NOT EXCEED THE MAXIMUM. AN
000140       *  ASSIGNMENT ALREADY ON FILE IS REPLACED, CEXM926-STYLE.
000150       *  CEXM1026 ROLLS THE GRADEBOOK UP INTO THE COURSE MARK.
000160       * GBKIN   : JEBA02.EMY.COBOL.GBKIN
000170       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000180       * GRADEBK : JEBA02.EMY.COBOL.GRADEBK (INDEXED ON ENROLL+COURSE+
000190       *           ASSIGNMENT NO)
000200       * GBKEXCP : JEBA02.EMY.COBOL.GBKEXCP
000210       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000220       * ----------------------------------------------------------------
000230       * PRJ NO    NAME     DATE          MAINT DESC.
000240       * ----------------------------------------------------------------
000250       * JEBA02    EMY     09/16/2026    PROGRAM CREATED.
000260       ******************************************************************
000270        ENVIRONMENT DIVISION.
000280        INPUT-OUTPUT SECTION.
000290        FILE-CONTROL.
000300            SELECT GBK-IN-FILE
000310                ASSIGN TO GBKIN
000320                ORGANIZATION IS SEQUENTIAL
000330                ACCESS MODE IS SEQUENTIAL
000340                FILE STATUS IS WS-GBK-IN-FS.
000350            SELECT REG-FILE
000360                ASSIGN TO REGFILE
000370                ORGANIZATION IS INDEXED
000380                ACCESS MODE IS RANDOM
000390                RECORD KEY IS RG-REG-KEY
000400                FILE STATUS IS WS-REG-FS.
000410            SELECT GBK-FILE
000420                ASSIGN TO GRADEBK
000430                ORGANIZATION IS INDEXED
000440                ACCESS MODE IS RANDOM
000450                RECORD KEY IS GB-GBK-KEY
000460                FILE STATUS IS WS-GBK-FS.
000470            SELECT EXCEPTION-FILE
000480                ASSIGN TO GBKEXCP
000490                ORGANIZATION IS SEQUENTIAL
000500                ACCESS MODE IS SEQUENTIAL
000510                FILE STATUS IS WS-EXCEPTION-FS.
000520        DATA DIVISION.
000530        FILE SECTION.
000540        FD  GBK-IN-FILE.
000550        01  GI-GBK-REC.
000560            05  GI-ENROLL-NO              PIC 9(06).
000570            05  GI-COURSE-CODE            PIC X(06).
000580            05  GI-ASSIGN-NO              PIC 9(03).
000590            05  GI-CATEGORY               PIC X(01).
000600            05  GI-SCORE                  PIC 9(03)V9(01).
000610            05  GI-MAX-SCORE              PIC 9(03)V9(01).
000620            05  GI-ASSIGN-DESC            PIC X(20).
000630            05  FILLER                    PIC X(36).
000640        FD  REG-FILE.
000650        01  RG-REG-REC.
000660            05  RG-REG-KEY.
000670                10  RG-ENROLL-NO          PIC 9(06).
000680                10  RG-COURSE-CODE        PIC X(06).
000690            05  RG-MARKS                  PIC 9(03).
000700            05  RG-CREDIT-HOURS           PIC 9(02).
000710            05  RG-TERM-CODE              PIC X(05).
000720            05  RG-SECTION                PIC 9(02).
000730            05  FILLER                    PIC X(56).
000740        FD  GBK-FILE.
000750        01  GB-GBK-REC.
000760            05  GB-GBK-KEY.
000770                10  GB-ENROLL-NO          PIC 9(06).
000780                10  GB-COURSE-CODE        PIC X(06).
000790                10  GB-ASSIGN-NO          PIC 9(03).
000800            05  GB-CATEGORY               PIC X(01).
000810            05  GB-SCORE                  PIC 9(03)V9(01).
000820            05  GB-MAX-SCORE              PIC 9(03)V9(01).
000830            05  GB-ASSIGN-DESC            PIC X(20).
000840            05  GB-TERM-CODE              PIC X(05).
000850            05  FILLER                    PIC X(31).
000860        FD  EXCEPTION-FILE.
000870        01  ES-EXCEPTION-REC              PIC X(80).
000880        WORKING-STORAGE SECTION.
000890        01  WS-GBK-IN-FS                  PIC X(02).
000900        01  WS-REG-FS                     PIC X(02).
000910        01  WS-GBK-FS                     PIC X(02).
000920        01  WS-EXCEPTION-FS               PIC X(02).
000930        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000940        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000950        01  WS-LOAD-COUNT                 PIC 9(06) VALUE 0.
000960        01  WS-REPLACE-COUNT              PIC 9(06) VALUE 0.
000970        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
000980        01  WS-EXCEPTION-OUT.
000990            05 FILLER                     PIC X(11)
001000                                          VALUE "REJECTED - ".
001010            05 WS-EXC-ENROLL-NO           PIC 9(06).
001020            05 FILLER                     PIC X(01) VALUE SPACES.
001030            05 WS-EXC-COURSE              PIC X(06).
001040            05 FILLER                     PIC X(01) VALUE "/".
001050            05 WS-EXC-ASSIGN              PIC X(03).
001060            05 FILLER                     PIC X(03) VALUE " - ".
001070            05 WS-EXC-REASON              PIC X(40).
001080            05 FILLER                     PIC X(09) VALUE SPACES.
001090        COPY SPGM0901L.
001100        COPY SPGMABNL.
001110        PROCEDURE DIVISION.
001120       ******************************************************************
001130       * MAIN PROGRAM FLOW.
001140       ******************************************************************
001150        00000-MAIN-PARA.
001160            PERFORM 10000-INITIALIZE-PARA.
001170            PERFORM 20000-PROCESS-PARA
001180              UNTIL WS-ERROR-FLAG = "YES"
001190              OR    WS-ENDOFFILE  = "YES".
001200            PERFORM 30000-CLOSE-PARA.
001210            STOP RUN.
001220       ******************************************************************
001230       * OPEN THE CARDS, REGFILE, THE GRADEBOOK (CREATED ON FIRST USE,
001240       * CEXM926-STYLE), AND THE EXCEPTION REPORT.
001250       ******************************************************************
001260        10000-INITIALIZE-PARA.
001270            MOVE SPACE                     TO LK-CHECK-FLAG.
001280            OPEN INPUT GBK-IN-FILE.
001290            IF WS-GBK-IN-FS               NOT = "00"
001300               DISPLAY "GBKIN ACCESS ERROR."
001310               MOVE "CEXM1025"            TO LK-PGM-ID
001320               MOVE "GBKIN"               TO LK-FILE-ID
001330               MOVE WS-GBK-IN-FS          TO LK-FILE-STATUS
001340               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001350               IF  LK-ABEND-YES
001360                   MOVE 16                TO RETURN-CODE
001370                   MOVE "YES"             TO WS-ERROR-FLAG
001380               END-IF
001390            END-IF.
001400            OPEN INPUT REG-FILE.
001410            IF WS-REG-FS                  NOT = "00"
001420               DISPLAY "REGFILE ACCESS ERROR."
001430               MOVE "CEXM1025"            TO LK-PGM-ID
001440               MOVE "REGFILE"             TO LK-FILE-ID
001450               MOVE WS-REG-FS             TO LK-FILE-STATUS
001460               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001470               IF  LK-ABEND-YES
001480                   MOVE 16                TO RETURN-CODE
001490                   MOVE "YES"             TO WS-ERROR-FLAG
001500               END-IF
001510            END-IF.
001520            OPEN I-O GBK-FILE.
001530            IF WS-GBK-FS                  = "35"
001540               OPEN OUTPUT GBK-FILE
001550            END-IF.
001560            IF WS-GBK-FS                  NOT = "00"
001570               DISPLAY "GRADEBK ACCESS ERROR."
001580               MOVE "CEXM1025"            TO LK-PGM-ID
001590               MOVE "GRADEBK"             TO LK-FILE-ID
001600               MOVE WS-GBK-FS             TO LK-FILE-STATUS
001610               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001620               IF  LK-ABEND-YES
001630                   MOVE 16                TO RETURN-CODE
001640                   MOVE "YES"             TO WS-ERROR-FLAG
001650               END-IF
001660            END-IF.
001670            OPEN OUTPUT EXCEPTION-FILE.
001680            IF WS-EXCEPTION-FS            NOT = "00"
001690               DISPLAY "GBKEXCP ACCESS ERROR."
001700               MOVE "CEXM1025"            TO LK-PGM-ID
001710               MOVE "GBKEXCP"             TO LK-FILE-ID
001720               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
001730               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001740               IF  LK-ABEND-YES
001750                   MOVE 16                TO RETURN-CODE
001760                   MOVE "YES"             TO WS-ERROR-FLAG
001770               END-IF
001780            END-IF.
001790       ******************************************************************
001800       * READ ONE GRADEBOOK CARD, VALIDATE IT, AND APPLY IT.
001810       ******************************************************************
001820        20000-PROCESS-PARA.
001830            READ GBK-IN-FILE
001840            AT END
001850                MOVE "YES"                 TO WS-ENDOFFILE
001860            NOT AT END
001870                EVALUATE TRUE
001880                    WHEN GI-ASSIGN-NO      NOT NUMERIC
001890                        MOVE "ASSIGNMENT NUMBER NOT NUMERIC"
001900                                           TO WS-EXC-REASON
001910                        PERFORM 27000-REJECT-PARA
001920                    WHEN GI-CATEGORY       NOT = "H"
001930                        AND GI-CATEGORY    NOT = "Q"
001940                        AND GI-CATEGORY    NOT = "E"
001950                        MOVE "CATEGORY NOT H, Q OR E" TO WS-EXC-REASON
001960                        PERFORM 27000-REJECT-PARA
001970                    WHEN GI-SCORE          NOT NUMERIC
001980                        OR GI-MAX-SCORE    NOT NUMERIC
001990                        MOVE "SCORE OR MAXIMUM NOT NUMERIC"
002000                                           TO WS-EXC-REASON
002010                        PERFORM 27000-REJECT-PARA
002020                    WHEN GI-MAX-SCORE      = 0
002030                        MOVE "MAXIMUM SCORE IS ZERO" TO WS-EXC-REASON
002040                        PERFORM 27000-REJECT-PARA
002050                    WHEN GI-SCORE          > GI-MAX-SCORE
002060                        MOVE "SCORE OVER THE MAXIMUM" TO WS-EXC-REASON
002070                        PERFORM 27000-REJECT-PARA
002080                    WHEN OTHER
002090                        PERFORM 22000-CHECK-KEYS-PARA
002100                END-EVALUATE
002110            END-READ.
002120       ******************************************************************
002130       * THE STUDENT MUST EXIST AND BE REGISTERED IN THE COURSE - THE
002140       * REGISTRATION'S TERM RIDES ON THE GRADEBOOK ENTRY.
002150       ******************************************************************
002160        22000-CHECK-KEYS-PARA.
002170            MOVE GI-ENROLL-NO              TO LK-ENROLL-NO.
002180            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
002190            IF  LK-NOT-FOUND
002200                MOVE "ENROLL NO NOT ON STUDFILE" TO WS-EXC-REASON
002210                PERFORM 27000-REJECT-PARA
002220            ELSE
002230                MOVE GI-ENROLL-NO          TO RG-ENROLL-NO
002240                MOVE GI-COURSE-CODE        TO RG-COURSE-CODE
002250                READ REG-FILE
002260                    INVALID KEY
002270                        MOVE "NOT REGISTERED IN THE COURSE"
002280                                           TO WS-EXC-REASON
002290                        PERFORM 27000-REJECT-PARA
002300                    NOT INVALID KEY
002310                        PERFORM 24000-APPLY-PARA
002320                END-READ
002330            END-IF.
002340       ******************************************************************
002350       * WRITE THE GRADEBOOK ENTRY, REPLACING ONE ALREADY ON FILE.
002360       ******************************************************************
002370        24000-APPLY-PARA.
002380            MOVE SPACES                    TO GB-GBK-REC.
002390            MOVE GI-ENROLL-NO              TO GB-ENROLL-NO.
002400            MOVE GI-COURSE-CODE            TO GB-COURSE-CODE.
002410            MOVE GI-ASSIGN-NO              TO GB-ASSIGN-NO.
002420            MOVE GI-CATEGORY               TO GB-CATEGORY.
002430            MOVE GI-SCORE                  TO GB-SCORE.
002440            MOVE GI-MAX-SCORE              TO GB-MAX-SCORE.
002450            MOVE GI-ASSIGN-DESC            TO GB-ASSIGN-DESC.
002460            MOVE RG-TERM-CODE              TO GB-TERM-CODE.
002470            WRITE GB-GBK-REC
002480                INVALID KEY
002490                    REWRITE GB-GBK-REC
002500                    IF WS-GBK-FS           = "00"
002510                        ADD 1              TO WS-REPLACE-COUNT
002520                    ELSE
002530                        DISPLAY "GRADEBK REWRITE ERROR - STATUS "
002540                            WS-GBK-FS " - KEY " GB-GBK-KEY
002550                        MOVE "CEXM1025"      TO LK-PGM-ID
002560                        MOVE "GRADEBK"       TO LK-FILE-ID
002570                        MOVE WS-GBK-FS       TO LK-FILE-STATUS
002580                        CALL 'SPGMABND'      USING LK-ABEND-PARMS
002590                        IF  LK-ABEND-YES
002600                            MOVE 16          TO RETURN-CODE
002610                            MOVE "YES"       TO WS-ERROR-FLAG
002620                        END-IF
002630                    END-IF
002640                NOT INVALID KEY
002650                    ADD 1                  TO WS-LOAD-COUNT
002660            END-WRITE.
002670       ******************************************************************
002680       * LOG A REJECTED GRADEBOOK CARD TO THE EXCEPTION REPORT.
002690       ******************************************************************
002700        27000-REJECT-PARA.
002710            MOVE GI-ENROLL-NO              TO WS-EXC-ENROLL-NO.
002720            MOVE GI-COURSE-CODE            TO WS-EXC-COURSE.
002730            MOVE GI-ASSIGN-NO              TO WS-EXC-ASSIGN.
002740            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
002750            WRITE ES-EXCEPTION-REC.
002760            ADD 1                          TO WS-REJECT-COUNT.
002770       ******************************************************************
002780       * DISPLAY COUNTS AND CLOSE THE FILES.
002790       ******************************************************************
002800        30000-CLOSE-PARA.
002810            DISPLAY "ENTRIES ADDED    : " WS-LOAD-COUNT.
002820            DISPLAY "ENTRIES REPLACED : " WS-REPLACE-COUNT.
002830            DISPLAY "CARDS REJECTED   : " WS-REJECT-COUNT.
002840            CLOSE GBK-IN-FILE.
002850            CLOSE REG-FILE.
002860            CLOSE GBK-FILE.
002870            CLOSE EXCEPTION-FILE.
