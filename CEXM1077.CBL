000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1077.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: INSTRUCTOR TEACHING LICENSE AND CERTIFICATION
000060       *  MAINTENANCE. EXPIRY DATES LIVED IN THE PRINCIPAL'S CALENDAR
000070       *  AND A STATE AUDIT WAS FAILED OVER IT. THIS PROGRAM MAINTAINS
000080       *  CERTFILE, THE CERTIFICATION MASTER KEYED ON INSTRUCTOR NUMBER
000090       *  PLUS CERTIFICATION CODE (ISSUE DATE, EXPIRY DATE, UP TO SIX
000100       *  SUBJECT AREAS COVERED - THE CRSFILE CS-SUBJ-AREA CODES), FROM
000110       *  CERTIN ADD/CHANGE/DELETE TRANSACTIONS IN CEXM966'S ACTION-
000120       *  CODE STYLE:
000130       *    - THE INSTRUCTOR MUST BE ON THE INSTFILE MASTER
000140       *    - BOTH DATES MUST BE NUMERIC YYYYMMDD, THE EXPIRY AFTER
000150       *      THE ISSUE, AND AT LEAST ONE SUBJECT AREA GIVEN
000160       *    - A CHANGE THAT MOVES THE EXPIRY DATE (A RENEWAL) CLEARS
000170       *      THE EXPIRY-NOTICE LEVEL SO CEXM1078'S 90/60/30-DAY
000180       *      LETTERS START AGAIN FOR THE NEW DATE
000190       * CERTIN  : JEBA02.EMY.COBOL.CERTIN
000200       * CERTFILE: JEBA02.EMY.COBOL.CERTFILE (INDEXED ON INSTR+CERT)
000210       * INSTFILE: JEBA02.EMY.COBOL.INSTFILE (INDEXED ON INSTR NO)
000220       * ----------------------------------------------------------------
000230       * PRJ NO    NAME     DATE          MAINT DESC.
000240       * ----------------------------------------------------------------
000250       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000260       ******************************************************************
000270        ENVIRONMENT DIVISION.
000280        INPUT-OUTPUT SECTION.
000290        FILE-CONTROL.
000300            SELECT CERT-IN-FILE
000310                ASSIGN TO CERTIN
000320                ORGANIZATION IS SEQUENTIAL
000330                ACCESS MODE IS SEQUENTIAL
000340                FILE STATUS IS WS-CERT-IN-FS.
000350            SELECT CERT-FILE
000360                ASSIGN TO CERTFILE
000370                ORGANIZATION IS INDEXED
000380                ACCESS MODE IS RANDOM
000390                RECORD KEY IS CF-CERT-KEY
000400                FILE STATUS IS WS-CERT-FS.
000410            SELECT INST-FILE
000420                ASSIGN TO INSTFILE
000430                ORGANIZATION IS INDEXED
000440                ACCESS MODE IS RANDOM
000450                RECORD KEY IS IN-INSTR-NO
000460                FILE STATUS IS WS-INST-FS.
000470        DATA DIVISION.
000480        FILE SECTION.
000490        FD  CERT-IN-FILE.
000500        01  CI-CERT-REC.
000510            05  CI-ACTION                 PIC X(01).
000520            05  CI-INSTR-NO               PIC 9(05).
000530            05  CI-CERT-CODE              PIC X(06).
000540            05  CI-ISSUE-DATE             PIC 9(08).
000550            05  CI-EXPIRY-DATE            PIC 9(08).
000560            05  CI-SUBJ-AREA              PIC X(04) OCCURS 6 TIMES.
000570            05  FILLER                    PIC X(28).
000580        FD  CERT-FILE.
000590        01  CF-CERT-REC.
000600            05  CF-CERT-KEY.
000610                10  CF-INSTR-NO           PIC 9(05).
000620                10  CF-CERT-CODE          PIC X(06).
000630            05  CF-ISSUE-DATE             PIC 9(08).
000640            05  CF-EXPIRY-DATE            PIC 9(08).
000650            05  CF-SUBJ-AREA              PIC X(04) OCCURS 6 TIMES.
000660            05  CF-NOTICE-LEVEL           PIC 9(02).
000670            05  CF-NOTICE-DATE            PIC X(08).
000680            05  FILLER                    PIC X(19).
000690        FD  INST-FILE.
000700        01  IN-INST-REC.
000710            05  IN-INSTR-NO               PIC 9(05).
000720            05  IN-INSTR-NAME             PIC X(30).
000730            05  IN-DEPTNO                 PIC 9(02).
000740            05  FILLER                    PIC X(43).
000750        WORKING-STORAGE SECTION.
000760        01  WS-CERT-IN-FS                 PIC X(02).
000770        01  WS-CERT-FS                    PIC X(02).
000780        01  WS-INST-FS                    PIC X(02).
000790        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000800        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000810        01  WS-ADD-COUNT                  PIC 9(06) VALUE 0.
000820        01  WS-CHANGE-COUNT               PIC 9(06) VALUE 0.
000830        01  WS-DELETE-COUNT               PIC 9(06) VALUE 0.
000840        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
000850        01  WS-REJECT-REASON              PIC X(40).
000860        01  WS-CARD-OK-FLAG               PIC X(03).
000870        01  WS-SUBJ-SUB                   PIC 9(01).
000880        01  WS-SUBJ-GIVEN                 PIC 9(01).
000890        COPY SPGMABNL.
000900        PROCEDURE DIVISION.
000910       ******************************************************************
000920       * MAIN PROGRAM FLOW.
000930       ******************************************************************
000940        00000-MAIN-PARA.
000950            PERFORM 10000-INITIALIZE-PARA.
000960            PERFORM 20000-PROCESS-PARA
000970              UNTIL WS-ERROR-FLAG = "YES"
000980              OR    WS-ENDOFFILE  = "YES".
000990            PERFORM 30000-CLOSE-PARA.
001000            STOP RUN.
001010       ******************************************************************
001020       * OPEN THE TRANSACTIONS, THE MASTER (CREATED ON FIRST USE) AND
001030       * THE INSTRUCTOR MASTER.
001040       ******************************************************************
001050        10000-INITIALIZE-PARA.
001060            OPEN INPUT CERT-IN-FILE.
001070            IF WS-CERT-IN-FS              NOT = "00"
001080               DISPLAY "CERTIN ACCESS ERROR."
001090               MOVE "CEXM1077"            TO LK-PGM-ID
001100               MOVE "CERTIN"              TO LK-FILE-ID
001110               MOVE WS-CERT-IN-FS         TO LK-FILE-STATUS
001120               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001130               IF  LK-ABEND-YES
001140                   MOVE 16                TO RETURN-CODE
001150                   MOVE "YES"             TO WS-ERROR-FLAG
001160               END-IF
001170            END-IF.
001180            OPEN I-O CERT-FILE.
001190            IF WS-CERT-FS                 = "35"
001200               OPEN OUTPUT CERT-FILE
001210               CLOSE CERT-FILE
001220               OPEN I-O CERT-FILE
001230            END-IF.
001240            IF WS-CERT-FS                 NOT = "00"
001250               DISPLAY "CERTFILE ACCESS ERROR."
001260               MOVE "CEXM1077"            TO LK-PGM-ID
001270               MOVE "CERTFILE"            TO LK-FILE-ID
001280               MOVE WS-CERT-FS            TO LK-FILE-STATUS
001290               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001300               IF  LK-ABEND-YES
001310                   MOVE 16                TO RETURN-CODE
001320                   MOVE "YES"             TO WS-ERROR-FLAG
001330               END-IF
001340            END-IF.
001350            OPEN INPUT INST-FILE.
001360            IF WS-INST-FS                 NOT = "00"
001370               DISPLAY "INSTFILE ACCESS ERROR."
001380               MOVE "CEXM1077"            TO LK-PGM-ID
001390               MOVE "INSTFILE"            TO LK-FILE-ID
001400               MOVE WS-INST-FS            TO LK-FILE-STATUS
001410               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001420               IF  LK-ABEND-YES
001430                   MOVE 16                TO RETURN-CODE
001440                   MOVE "YES"             TO WS-ERROR-FLAG
001450               END-IF
001460            END-IF.
001470       ******************************************************************
001480       * READ ONE TRANSACTION AND ROUTE IT BY ACTION CODE.
001490       ******************************************************************
001500        20000-PROCESS-PARA.
001510            READ CERT-IN-FILE
001520            AT END
001530                MOVE "YES"                 TO WS-ENDOFFILE
001540            NOT AT END
001550                EVALUATE CI-ACTION
001560                    WHEN "A"
001570                        PERFORM 21000-ADD-PARA
001580                    WHEN "C"
001590                        PERFORM 22000-CHANGE-PARA
001600                    WHEN "D"
001610                        PERFORM 23000-DELETE-PARA
001620                    WHEN OTHER
001630                        MOVE "INVALID ACTION CODE"
001640                                           TO WS-REJECT-REASON
001650                        PERFORM 27000-REJECT-PARA
001660                END-EVALUATE
001670            END-READ.
001680       ******************************************************************
001690       * ADD A NEW CERTIFICATION. AN EXISTING KEY IS A REJECT.
001700       ******************************************************************
001710        21000-ADD-PARA.
001720            PERFORM 24000-EDIT-CARD-PARA.
001730            IF  WS-CARD-OK-FLAG            = "YES"
001740                MOVE SPACES                TO CF-CERT-REC
001750                MOVE CI-INSTR-NO           TO CF-INSTR-NO
001760                MOVE CI-CERT-CODE          TO CF-CERT-CODE
001770                PERFORM 26000-MOVE-CARD-PARA
001780                MOVE 0                     TO CF-NOTICE-LEVEL
001790                WRITE CF-CERT-REC
001800                    INVALID KEY
001810                        MOVE "CERTIFICATION ALREADY ON CERTFILE"
001820                                           TO WS-REJECT-REASON
001830                        PERFORM 27000-REJECT-PARA
001840                    NOT INVALID KEY
001850                        ADD 1              TO WS-ADD-COUNT
001860                END-WRITE
001870            END-IF.
001880       ******************************************************************
001890       * CHANGE (RENEW) A CERTIFICATION. A NEW EXPIRY DATE CLEARS THE
001900       * NOTICES ALREADY SENT FOR THE OLD ONE.
001910       ******************************************************************
001920        22000-CHANGE-PARA.
001930            PERFORM 24000-EDIT-CARD-PARA.
001940            IF  WS-CARD-OK-FLAG            = "YES"
001950                MOVE CI-INSTR-NO           TO CF-INSTR-NO
001960                MOVE CI-CERT-CODE          TO CF-CERT-CODE
001970                READ CERT-FILE
001980                    INVALID KEY
001990                        MOVE "CERTIFICATION NOT ON CERTFILE"
002000                                           TO WS-REJECT-REASON
002010                        PERFORM 27000-REJECT-PARA
002020                    NOT INVALID KEY
002030                        IF  CF-EXPIRY-DATE NOT = CI-EXPIRY-DATE
002040                            MOVE 0         TO CF-NOTICE-LEVEL
002050                            MOVE SPACES    TO CF-NOTICE-DATE
002060                        END-IF
002070                        PERFORM 26000-MOVE-CARD-PARA
002080                        REWRITE CF-CERT-REC
002090                        IF WS-CERT-FS      = "00"
002100                            ADD 1          TO WS-CHANGE-COUNT
002110                        ELSE
002120                            PERFORM 28000-CERT-IO-ERROR-PARA
002130                        END-IF
002140                END-READ
002150            END-IF.
002160       ******************************************************************
002170       * DELETE A CERTIFICATION. AN UNKNOWN KEY IS A REJECT.
002180       ******************************************************************
002190        23000-DELETE-PARA.
002200            MOVE CI-INSTR-NO               TO CF-INSTR-NO.
002210            MOVE CI-CERT-CODE              TO CF-CERT-CODE.
002220            READ CERT-FILE
002230                INVALID KEY
002240                    MOVE "CERTIFICATION NOT ON CERTFILE"
002250                                           TO WS-REJECT-REASON
002260                    PERFORM 27000-REJECT-PARA
002270                NOT INVALID KEY
002280                    DELETE CERT-FILE
002290                    IF WS-CERT-FS          = "00"
002300                        ADD 1              TO WS-DELETE-COUNT
002310                    ELSE
002320                        PERFORM 28000-CERT-IO-ERROR-PARA
002330                    END-IF
002340            END-READ.
002350       ******************************************************************
002360       * EDIT AN ADD/CHANGE CARD: NUMERIC INSTRUCTOR ON INSTFILE, A
002370       * CERTIFICATION CODE, NUMERIC DATES WITH THE EXPIRY AFTER THE
002380       * ISSUE, AND AT LEAST ONE SUBJECT AREA.
002390       ******************************************************************
002400        24000-EDIT-CARD-PARA.
002410            MOVE "YES"                     TO WS-CARD-OK-FLAG.
002420            MOVE 0                         TO WS-SUBJ-GIVEN.
002430            PERFORM 24100-COUNT-SUBJ-PARA
002440                VARYING WS-SUBJ-SUB FROM 1 BY 1
002450                UNTIL WS-SUBJ-SUB          > 6.
002460            EVALUATE TRUE
002470                WHEN CI-INSTR-NO           NOT NUMERIC
002480                    MOVE "INSTR NO NOT NUMERIC"
002490                                           TO WS-REJECT-REASON
002500                WHEN CI-CERT-CODE          = SPACES
002510                    MOVE "CERTIFICATION CODE MISSING"
002520                                           TO WS-REJECT-REASON
002530                WHEN CI-ISSUE-DATE         NOT NUMERIC
002540                    MOVE "ISSUE DATE NOT NUMERIC"
002550                                           TO WS-REJECT-REASON
002560                WHEN CI-EXPIRY-DATE        NOT NUMERIC
002570                    MOVE "EXPIRY DATE NOT NUMERIC"
002580                                           TO WS-REJECT-REASON
002590                WHEN CI-EXPIRY-DATE        NOT > CI-ISSUE-DATE
002600                    MOVE "EXPIRY NOT AFTER ISSUE DATE"
002610                                           TO WS-REJECT-REASON
002620                WHEN WS-SUBJ-GIVEN         = 0
002630                    MOVE "NO SUBJECT AREA GIVEN"
002640                                           TO WS-REJECT-REASON
002650                WHEN OTHER
002660                    MOVE CI-INSTR-NO       TO IN-INSTR-NO
002670                    READ INST-FILE
002680                        INVALID KEY
002690                            MOVE "INSTR NO NOT ON INSTFILE"
002700                                           TO WS-REJECT-REASON
002710                        NOT INVALID KEY
002720                            MOVE SPACES    TO WS-REJECT-REASON
002730                    END-READ
002740            END-EVALUATE.
002750            IF  WS-REJECT-REASON           NOT = SPACES
002760                MOVE "NO"                  TO WS-CARD-OK-FLAG
002770                PERFORM 27000-REJECT-PARA
002780            END-IF.
002790        24100-COUNT-SUBJ-PARA.
002800            IF  CI-SUBJ-AREA(WS-SUBJ-SUB)  NOT = SPACES
002810                ADD 1                      TO WS-SUBJ-GIVEN
002820            END-IF.
002830       ******************************************************************
002840       * CARRY THE CARD'S DATES AND SUBJECT AREAS ONTO THE MASTER.
002850       ******************************************************************
002860        26000-MOVE-CARD-PARA.
002870            MOVE CI-ISSUE-DATE             TO CF-ISSUE-DATE.
002880            MOVE CI-EXPIRY-DATE            TO CF-EXPIRY-DATE.
002890            PERFORM 26100-MOVE-SUBJ-PARA
002900                VARYING WS-SUBJ-SUB FROM 1 BY 1
002910                UNTIL WS-SUBJ-SUB          > 6.
002920        26100-MOVE-SUBJ-PARA.
002930            MOVE CI-SUBJ-AREA(WS-SUBJ-SUB)
002940                                   TO CF-SUBJ-AREA(WS-SUBJ-SUB).
002950       ******************************************************************
002960       * LOG A REJECTED TRANSACTION.
002970       ******************************************************************
002980        27000-REJECT-PARA.
002990            DISPLAY "REJECTED - " CI-ACTION " INSTR " CI-INSTR-NO
003000                " CERT " CI-CERT-CODE " - " WS-REJECT-REASON.
003010            ADD 1                          TO WS-REJECT-COUNT.
003020       ******************************************************************
003030       * A REWRITE/DELETE FAILURE ON CERTFILE IS ROUTED THROUGH THE
003040       * SHARED SPGMABND ABEND CHECK.
003050       ******************************************************************
003060        28000-CERT-IO-ERROR-PARA.
003070            DISPLAY "CERTFILE UPDATE ERROR - STATUS " WS-CERT-FS
003080                " - INSTR NO " CI-INSTR-NO " CERT " CI-CERT-CODE.
003090            MOVE "CEXM1077"                TO LK-PGM-ID.
003100            MOVE "CERTFILE"                TO LK-FILE-ID.
003110            MOVE WS-CERT-FS                TO LK-FILE-STATUS.
003120            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
003130            IF  LK-ABEND-YES
003140                MOVE 16                    TO RETURN-CODE
003150                MOVE "YES"                 TO WS-ERROR-FLAG
003160            END-IF.
003170       ******************************************************************
003180       * DISPLAY COUNTS AND CLOSE THE FILES.
003190       ******************************************************************
003200        30000-CLOSE-PARA.
003210            DISPLAY "CERTIFICATIONS ADDED   : " WS-ADD-COUNT.
003220            DISPLAY "CERTIFICATIONS CHANGED : " WS-CHANGE-COUNT.
003230            DISPLAY "CERTIFICATIONS DELETED : " WS-DELETE-COUNT.
003240            DISPLAY "CARDS REJECTED         : " WS-REJECT-COUNT.
003250            CLOSE CERT-IN-FILE.
003260            CLOSE CERT-FILE.
003270            CLOSE INST-FILE.
