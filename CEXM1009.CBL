000230       *    - A PER-EMPLOYEE SERVICE HISTORY FOLLOWS: EVERY ACTION
000240       *      IN ORDER WITH ITS BEFORE AND AFTER DEPARTMENT AND
000250       *      STATUS - WHAT THE GRIEVANCE HEARINGS KEEP ASKING FOR.
000253       *    - THE SUPERVISOR IS REPLAYED THE SAME WAY, SO "WHO WAS
000256       *      123'S MANAGER LAST MARCH" HAS AN ANSWER TOO
000260       * EMPHIST : JEBA02.EMY.COBOL.EMPHIST
000270       * EMPMAST : JEBA02.EMY.COBOL.EMPMAST (INDEXED ON EMP NUMBER)
000280       * ASOFRPT : JEBA02.EMY.COBOL.ASOFRPT
000300       * PRJ NO    NAME     DATE          MAINT DESC.
000310       * ----------------------------------------------------------------
000320       * JEBA02    EMY     09/13/2026    PROGRAM CREATED.
000321       * JEBA02    EMY     09/26/2026    SUPERVISOR CARRIED THROUGH THE
000323       *                                 REPLAY: THE AS-OF PICTURE SHOWS
000325       *                                 WHO EACH EMPLOYEE REPORTED TO
000326       *                                 ON THE DATE AND THE SERVICE
000328       *                                 HISTORY SHOWS SUPERVISOR MOVES.
000330       ******************************************************************
000340        ENVIRONMENT DIVISION.
000350        INPUT-OUTPUT SECTION.
000610            05  EH-NEW-DEPT               PIC 9(02).
000620            05  EH-OLD-STATUS             PIC X(01).
000630            05  EH-NEW-STATUS             PIC X(01).
000632            05  EH-OLD-SUPV               PIC X(03).
000638            05  EH-NEW-SUPV               PIC X(03).
000644            05  FILLER                    PIC X(56).
000650        FD  EMP-MASTER.
000660        01  FS-EMP-REC.
000670            05  FS-EMP-NUM                PIC X(03).
000690            05  FS-EMP-DEPT               PIC 9(02).
000700            05  FS-EMP-STATUS             PIC X(01).
000710            05  FS-EMP-TERM-DATE          PIC X(08).
000715            05  FS-EMP-SUPV               PIC X(03).
000720        FD  REPORT-FILE.
000730        01  RS-REPORT-REC                 PIC X(80).
000740        WORKING-STORAGE SECTION.
000910                10  WS-HT-NEW-DEPT        PIC 9(02).
000920                10  WS-HT-OLD-STATUS      PIC X(01).
000930                10  WS-HT-NEW-STATUS      PIC X(01).
000933                10  WS-HT-OLD-SUPV        PIC X(03).
000936                10  WS-HT-NEW-SUPV        PIC X(03).
000940        01  WS-HIST-SUB                   PIC 9(04).
000950       * DISTINCT EMPLOYEES IN FIRST-APPEARANCE ORDER.
000960        01  WS-EMP-COUNT                  PIC 9(03) VALUE 0.
001020        01  WS-CUR-EMP                    PIC X(03).
001030        01  WS-ASOF-DEPT                  PIC 9(02).
001040        01  WS-ASOF-STATUS                PIC X(01).
001045        01  WS-ASOF-SUPV                  PIC X(03).
001050        01  WS-FOUND-FLAG                 PIC X(03).
001060        01  WS-EMP-NAME                   PIC X(20).
001070        01  WS-HEADER1                    PIC X(72) VALUE ALL "-".
001250            05 FILLER                     PIC X(10)
001260                                          VALUE "  STATUS: ".
001270            05 WS-PL-STATUS               PIC X(14).
001274            05 FILLER                     PIC X(07)
001278                                          VALUE " SUPV: ".
001282            05 WS-PL-SUPV                 PIC X(03).
001286            05 FILLER                     PIC X(12) VALUE SPACES.
001290        01  WS-EMP-HEADER.
001300            05 FILLER                     PIC X(11)
001310                                          VALUE "EMPLOYEE # ".
001480            05 WS-HL-OLD-STATUS           PIC X(01).
001490            05 FILLER                     PIC X(04) VALUE " TO ".
001500            05 WS-HL-NEW-STATUS           PIC X(01).
001502            05 FILLER                     PIC X(06)
001505                                          VALUE " SUPV ".
001508            05 WS-HL-OLD-SUPV             PIC X(03).
001511            05 FILLER                     PIC X(04) VALUE " TO ".
001514            05 WS-HL-NEW-SUPV             PIC X(03).
001517            05 FILLER                     PIC X(12) VALUE SPACES.
001520        COPY SPGM0905L.
001530        COPY SPGMABNL.
001540        PROCEDURE DIVISION.
002540                        TO WS-HT-OLD-STATUS(WS-HIST-COUNT)
002550                    MOVE EH-NEW-STATUS
002560                        TO WS-HT-NEW-STATUS(WS-HIST-COUNT)
002562                    MOVE EH-OLD-SUPV
002564                        TO WS-HT-OLD-SUPV(WS-HIST-COUNT)
002566                    MOVE EH-NEW-SUPV
002568                        TO WS-HT-NEW-SUPV(WS-HIST-COUNT)
002570                    PERFORM 14000-NOTE-EMP-PARA
002580                ELSE
002590                    DISPLAY "HISTORY TABLE FULL AT 5000 ENTRIES."
002970                VARYING WS-EMP-SUB FROM 1 BY 1
002980                UNTIL WS-EMP-SUB           > WS-EMP-COUNT.
002990       ******************************************************************
002996       * ONE EMPLOYEE'S RECONSTRUCTED DEPARTMENT, STATUS AND
003003       * SUPERVISOR.
003010       ******************************************************************
003020        22000-ONE-ASOF-PARA.
003030            MOVE WS-EM-EMP(WS-EMP-SUB)     TO WS-CUR-EMP.
003040            MOVE "NO"                      TO WS-FOUND-FLAG.
003045            MOVE SPACES                    TO WS-ASOF-SUPV.
003050            PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
003060                UNTIL WS-HIST-SUB          > WS-HIST-COUNT
003070                IF  WS-HT-EMP(WS-HIST-SUB) = WS-CUR-EMP
003110                                           TO WS-ASOF-DEPT
003120                    MOVE WS-HT-NEW-STATUS(WS-HIST-SUB)
003130                                           TO WS-ASOF-STATUS
003133                    MOVE WS-HT-NEW-SUPV(WS-HIST-SUB)
003136                                           TO WS-ASOF-SUPV
003140                END-IF
003150            END-PERFORM.
003160            PERFORM 23000-GET-NAME-PARA.
003170            MOVE WS-CUR-EMP                TO WS-PL-EMP.
003180            MOVE WS-EMP-NAME               TO WS-PL-NAME.
003183            MOVE WS-ASOF-SUPV              TO WS-PL-SUPV.
003190            IF  WS-FOUND-FLAG              = "NO"
003200                MOVE "--"                  TO WS-PL-DEPT
003210                MOVE "NOT YET HIRED"       TO WS-PL-STATUS
003810                        MOVE "TERMINATED  " TO WS-HL-VERB
003820                    WHEN "X"
003830                        MOVE "TRANSFERRED " TO WS-HL-VERB
003833                    WHEN "S"
003836                        MOVE "SUPV CHANGE " TO WS-HL-VERB
003840                    WHEN OTHER
003850                        MOVE WS-HT-ACTION(WS-HIST-SUB)
003860                                           TO WS-HL-VERB
003930                                           TO WS-HL-OLD-STATUS
003940                MOVE WS-HT-NEW-STATUS(WS-HIST-SUB)
003950                                           TO WS-HL-NEW-STATUS
003952                MOVE WS-HT-OLD-SUPV(WS-HIST-SUB)
003954                                           TO WS-HL-OLD-SUPV
003956                MOVE WS-HT-NEW-SUPV(WS-HIST-SUB)
003958                                           TO WS-HL-NEW-SUPV
003960                MOVE WS-HIST-LINE          TO RS-REPORT-REC
003970                WRITE RS-REPORT-REC
003980            END-IF.
