000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1079.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: SUBSTITUTE TEACHER POOL MAINTENANCE. THE
000060       *  SUBSTITUTE LIST WAS A SHEET IN THE OFFICE AND NOBODY COULD
000070       *  TELL WHO WAS FREE OR WHAT THEY COULD TEACH. THIS PROGRAM
000080       *  MAINTAINS SUBPOOL, THE SUBSTITUTE POOL KEYED ON THE
000090       *  SUBSTITUTE'S EMPMAST EMPLOYEE NUMBER (AVAILABILITY DATES FROM
000100       *  AND TO, THE WEEKDAYS THEY WILL WORK, UP TO SIX QUALIFIED
000110       *  SUBJECT AREAS - THE CRSFILE CS-SUBJ-AREA CODES), FROM SUBIN
000120       *  ADD/CHANGE/DELETE TRANSACTIONS IN CEXM966'S ACTION-CODE
000130       *  STYLE:
000140       *    - THE SUBSTITUTE MUST BE ON EMPMAST (SPGM0704) SINCE THEIR
000150       *      HOURS ARE PAID THROUGH THE CEXM948 TIMECARD RUN
000160       *    - BOTH DATES MUST BE NUMERIC YYYYMMDD, THE TO DATE NOT
000170       *      BEFORE THE FROM DATE, AND AT LEAST ONE SUBJECT GIVEN
000180       *    - THE WEEKDAYS ARE ONE Y/N BYTE PER DAY MONDAY TO SUNDAY
000190       *      (SPGM0906'S ORDER); LEFT BLANK, MONDAY TO FRIDAY
000200       *  CEXM1080'S DAILY COVERAGE RUN ASSIGNS FROM THIS POOL.
000210       * SUBIN   : JEBA02.EMY.COBOL.SUBIN
000220       * SUBPOOL : JEBA02.EMY.COBOL.SUBPOOL (INDEXED ON EMP NUMBER)
000230       * EMPMAST : VIA SPGM0704 (INDEXED ON EMP NUMBER)
000240       * ----------------------------------------------------------------
000250       * PRJ NO    NAME     DATE          MAINT DESC.
000260       * ----------------------------------------------------------------
000270       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000280       ******************************************************************
000290        ENVIRONMENT DIVISION.
000300        INPUT-OUTPUT SECTION.
000310        FILE-CONTROL.
000320            SELECT SUB-IN-FILE
000330                ASSIGN TO SUBIN
000340                ORGANIZATION IS SEQUENTIAL
000350                ACCESS MODE IS SEQUENTIAL
000360                FILE STATUS IS WS-SUB-IN-FS.
000370            SELECT POOL-FILE
000380                ASSIGN TO SUBPOOL
000390                ORGANIZATION IS INDEXED
000400                ACCESS MODE IS RANDOM
000410                RECORD KEY IS SP-EMP-NUM
000420                FILE STATUS IS WS-POOL-FS.
000430        DATA DIVISION.
000440        FILE SECTION.
000450        FD  SUB-IN-FILE.
000460        01  SU-SUB-REC.
000470            05  SU-ACTION                 PIC X(01).
000480            05  SU-EMP-NUM                PIC X(03).
000490            05  SU-AVAIL-FROM             PIC 9(08).
000500            05  SU-AVAIL-TO               PIC 9(08).
000510            05  SU-AVAIL-DAYS             PIC X(07).
000520            05  SU-SUBJ-AREA              PIC X(04) OCCURS 6 TIMES.
000530            05  FILLER                    PIC X(29).
000540        FD  POOL-FILE.
000550        01  SP-POOL-REC.
000560            05  SP-EMP-NUM                PIC X(03).
000570            05  SP-AVAIL-FROM             PIC 9(08).
000580            05  SP-AVAIL-TO               PIC 9(08).
000590            05  SP-AVAIL-DAYS             PIC X(07).
000600            05  SP-SUBJ-AREA              PIC X(04) OCCURS 6 TIMES.
000610            05  FILLER                    PIC X(30).
000620        WORKING-STORAGE SECTION.
000630        01  WS-SUB-IN-FS                  PIC X(02).
000640        01  WS-POOL-FS                    PIC X(02).
000650        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000660        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000670        01  WS-ADD-COUNT                  PIC 9(06) VALUE 0.
000680        01  WS-CHANGE-COUNT               PIC 9(06) VALUE 0.
000690        01  WS-DELETE-COUNT               PIC 9(06) VALUE 0.
000700        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
000710        01  WS-REJECT-REASON              PIC X(40).
000720        01  WS-CARD-OK-FLAG               PIC X(03).
000730        01  WS-SUBJ-SUB                   PIC 9(01).
000740        01  WS-SUBJ-GIVEN                 PIC 9(01).
000750        01  WS-DAYS-CHECK                 PIC X(07).
000760        COPY SPGM0704L.
000770        COPY SPGMABNL.
000780        PROCEDURE DIVISION.
000790       ******************************************************************
000800       * MAIN PROGRAM FLOW.
000810       ******************************************************************
000820        00000-MAIN-PARA.
000830            PERFORM 10000-INITIALIZE-PARA.
000840            PERFORM 20000-PROCESS-PARA
000850              UNTIL WS-ERROR-FLAG = "YES"
000860              OR    WS-ENDOFFILE  = "YES".
000870            PERFORM 30000-CLOSE-PARA.
000880            STOP RUN.
000890       ******************************************************************
000900       * OPEN THE TRANSACTIONS AND THE POOL (CREATED ON FIRST USE).
000910       ******************************************************************
000920        10000-INITIALIZE-PARA.
000930            OPEN INPUT SUB-IN-FILE.
000940            IF WS-SUB-IN-FS               NOT = "00"
000950               DISPLAY "SUBIN ACCESS ERROR."
000960               MOVE "CEXM1079"            TO LK-PGM-ID
000970               MOVE "SUBIN"               TO LK-FILE-ID
000980               MOVE WS-SUB-IN-FS          TO LK-FILE-STATUS
000990               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001000               IF  LK-ABEND-YES
001010                   MOVE 16                TO RETURN-CODE
001020                   MOVE "YES"             TO WS-ERROR-FLAG
001030               END-IF
001040            END-IF.
001050            OPEN I-O POOL-FILE.
001060            IF WS-POOL-FS                 = "35"
001070               OPEN OUTPUT POOL-FILE
001080               CLOSE POOL-FILE
001090               OPEN I-O POOL-FILE
001100            END-IF.
001110            IF WS-POOL-FS                 NOT = "00"
001120               DISPLAY "SUBPOOL ACCESS ERROR."
001130               MOVE "CEXM1079"            TO LK-PGM-ID
001140               MOVE "SUBPOOL"             TO LK-FILE-ID
001150               MOVE WS-POOL-FS            TO LK-FILE-STATUS
001160               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001170               IF  LK-ABEND-YES
001180                   MOVE 16                TO RETURN-CODE
001190                   MOVE "YES"             TO WS-ERROR-FLAG
001200               END-IF
001210            END-IF.
001220       ******************************************************************
001230       * READ ONE TRANSACTION AND ROUTE IT BY ACTION CODE.
001240       ******************************************************************
001250        20000-PROCESS-PARA.
001260            READ SUB-IN-FILE
001270            AT END
001280                MOVE "YES"                 TO WS-ENDOFFILE
001290            NOT AT END
001300                EVALUATE SU-ACTION
001310                    WHEN "A"
001320                        PERFORM 21000-ADD-PARA
001330                    WHEN "C"
001340                        PERFORM 22000-CHANGE-PARA
001350                    WHEN "D"
001360                        PERFORM 23000-DELETE-PARA
001370                    WHEN OTHER
001380                        MOVE "INVALID ACTION CODE"
001390                                           TO WS-REJECT-REASON
001400                        PERFORM 27000-REJECT-PARA
001410                END-EVALUATE
001420            END-READ.
001430       ******************************************************************
001440       * ADD A NEW SUBSTITUTE. AN EXISTING NUMBER IS A REJECT.
001450       ******************************************************************
001460        21000-ADD-PARA.
001470            PERFORM 24000-EDIT-CARD-PARA.
001480            IF  WS-CARD-OK-FLAG            = "YES"
001490                MOVE SPACES                TO SP-POOL-REC
001500                MOVE SU-EMP-NUM            TO SP-EMP-NUM
001510                PERFORM 26000-MOVE-CARD-PARA
001520                WRITE SP-POOL-REC
001530                    INVALID KEY
001540                        MOVE "SUBSTITUTE ALREADY ON SUBPOOL"
001550                                           TO WS-REJECT-REASON
001560                        PERFORM 27000-REJECT-PARA
001570                    NOT INVALID KEY
001580                        ADD 1              TO WS-ADD-COUNT
001590                END-WRITE
001600            END-IF.
001610       ******************************************************************
001620       * CHANGE A SUBSTITUTE'S AVAILABILITY AND SUBJECTS.
001630       ******************************************************************
001640        22000-CHANGE-PARA.
001650            PERFORM 24000-EDIT-CARD-PARA.
001660            IF  WS-CARD-OK-FLAG            = "YES"
001670                MOVE SU-EMP-NUM            TO SP-EMP-NUM
001680                READ POOL-FILE
001690                    INVALID KEY
001700                        MOVE "SUBSTITUTE NOT ON SUBPOOL"
001710                                           TO WS-REJECT-REASON
001720                        PERFORM 27000-REJECT-PARA
001730                    NOT INVALID KEY
001740                        PERFORM 26000-MOVE-CARD-PARA
001750                        REWRITE SP-POOL-REC
001760                        IF WS-POOL-FS      = "00"
001770                            ADD 1          TO WS-CHANGE-COUNT
001780                        ELSE
001790                            PERFORM 28000-POOL-IO-ERROR-PARA
001800                        END-IF
001810                END-READ
001820            END-IF.
001830       ******************************************************************
001840       * DELETE A SUBSTITUTE. AN UNKNOWN NUMBER IS A REJECT.
001850       ******************************************************************
001860        23000-DELETE-PARA.
001870            MOVE SU-EMP-NUM                TO SP-EMP-NUM.
001880            READ POOL-FILE
001890                INVALID KEY
001900                    MOVE "SUBSTITUTE NOT ON SUBPOOL"
001910                                           TO WS-REJECT-REASON
001920                    PERFORM 27000-REJECT-PARA
001930                NOT INVALID KEY
001940                    DELETE POOL-FILE
001950                    IF WS-POOL-FS          = "00"
001960                        ADD 1              TO WS-DELETE-COUNT
001970                    ELSE
001980                        PERFORM 28000-POOL-IO-ERROR-PARA
001990                    END-IF
002000            END-READ.
002010       ******************************************************************
002020       * EDIT AN ADD/CHANGE CARD: NUMERIC DATES, TO NOT BEFORE FROM,
002030       * WEEKDAYS Y/N, AT LEAST ONE SUBJECT AREA, AND THE SUBSTITUTE
002040       * ON EMPMAST.
002050       ******************************************************************
002060        24000-EDIT-CARD-PARA.
002070            MOVE "YES"                     TO WS-CARD-OK-FLAG.
002080            MOVE 0                         TO WS-SUBJ-GIVEN.
002090            PERFORM 24100-COUNT-SUBJ-PARA
002100                VARYING WS-SUBJ-SUB FROM 1 BY 1
002110                UNTIL WS-SUBJ-SUB          > 6.
002120            MOVE SU-AVAIL-DAYS             TO WS-DAYS-CHECK.
002130            INSPECT WS-DAYS-CHECK REPLACING ALL "Y" BY SPACE
002140                                            ALL "N" BY SPACE.
002150            EVALUATE TRUE
002160                WHEN SU-EMP-NUM            = SPACES
002170                    MOVE "EMP NUMBER MISSING"
002180                                           TO WS-REJECT-REASON
002190                WHEN SU-AVAIL-FROM         NOT NUMERIC
002200                    MOVE "AVAILABLE-FROM DATE NOT NUMERIC"
002210                                           TO WS-REJECT-REASON
002220                WHEN SU-AVAIL-TO           NOT NUMERIC
002230                    MOVE "AVAILABLE-TO DATE NOT NUMERIC"
002240                                           TO WS-REJECT-REASON
002250                WHEN SU-AVAIL-TO           < SU-AVAIL-FROM
002260                    MOVE "AVAILABLE-TO BEFORE AVAILABLE-FROM"
002270                                           TO WS-REJECT-REASON
002280                WHEN WS-DAYS-CHECK         NOT = SPACES
002290                    MOVE "WEEKDAYS NOT Y/N"
002300                                           TO WS-REJECT-REASON
002310                WHEN WS-SUBJ-GIVEN         = 0
002320                    MOVE "NO SUBJECT AREA GIVEN"
002330                                           TO WS-REJECT-REASON
002340                WHEN OTHER
002350                    MOVE SU-EMP-NUM        TO LK-EMP-NUM
002360                    CALL 'SPGM0704'        USING LK-EMPLOOKUP-PARMS
002370                    IF  LK-FOUND
002380                        MOVE SPACES        TO WS-REJECT-REASON
002390                    ELSE
002400                        MOVE "EMP NUMBER NOT ON EMPMAST"
002410                                           TO WS-REJECT-REASON
002420                    END-IF
002430            END-EVALUATE.
002440            IF  WS-REJECT-REASON           NOT = SPACES
002450                MOVE "NO"                  TO WS-CARD-OK-FLAG
002460                PERFORM 27000-REJECT-PARA
002470            END-IF.
002480        24100-COUNT-SUBJ-PARA.
002490            IF  SU-SUBJ-AREA(WS-SUBJ-SUB)  NOT = SPACES
002500                ADD 1                      TO WS-SUBJ-GIVEN
002510            END-IF.
002520       ******************************************************************
002530       * CARRY THE CARD'S AVAILABILITY AND SUBJECTS ONTO THE POOL.
002540       ******************************************************************
002550        26000-MOVE-CARD-PARA.
002560            MOVE SU-AVAIL-FROM             TO SP-AVAIL-FROM.
002570            MOVE SU-AVAIL-TO               TO SP-AVAIL-TO.
002580            MOVE SU-AVAIL-DAYS             TO SP-AVAIL-DAYS.
002590            PERFORM 26100-MOVE-SUBJ-PARA
002600                VARYING WS-SUBJ-SUB FROM 1 BY 1
002610                UNTIL WS-SUBJ-SUB          > 6.
002620        26100-MOVE-SUBJ-PARA.
002630            MOVE SU-SUBJ-AREA(WS-SUBJ-SUB)
002640                                   TO SP-SUBJ-AREA(WS-SUBJ-SUB).
002650       ******************************************************************
002660       * LOG A REJECTED TRANSACTION.
002670       ******************************************************************
002680        27000-REJECT-PARA.
002690            DISPLAY "REJECTED - " SU-ACTION " EMP " SU-EMP-NUM
002700                " - " WS-REJECT-REASON.
002710            ADD 1                          TO WS-REJECT-COUNT.
002720       ******************************************************************
002730       * A REWRITE/DELETE FAILURE ON SUBPOOL IS ROUTED THROUGH THE
002740       * SHARED SPGMABND ABEND CHECK.
002750       ******************************************************************
002760        28000-POOL-IO-ERROR-PARA.
002770            DISPLAY "SUBPOOL UPDATE ERROR - STATUS " WS-POOL-FS
002780                " - EMP " SU-EMP-NUM.
002790            MOVE "CEXM1079"                TO LK-PGM-ID.
002800            MOVE "SUBPOOL"                 TO LK-FILE-ID.
002810            MOVE WS-POOL-FS                TO LK-FILE-STATUS.
002820            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
002830            IF  LK-ABEND-YES
002840                MOVE 16                    TO RETURN-CODE
002850                MOVE "YES"                 TO WS-ERROR-FLAG
002860            END-IF.
002870       ******************************************************************
002880       * DISPLAY COUNTS AND CLOSE THE FILES.
002890       ******************************************************************
002900        30000-CLOSE-PARA.
002910            DISPLAY "SUBSTITUTES ADDED   : " WS-ADD-COUNT.
002920            DISPLAY "SUBSTITUTES CHANGED : " WS-CHANGE-COUNT.
002930            DISPLAY "SUBSTITUTES DELETED : " WS-DELETE-COUNT.
002940            DISPLAY "CARDS REJECTED      : " WS-REJECT-COUNT.
002950            CLOSE SUB-IN-FILE.
002960            CLOSE POOL-FILE.
