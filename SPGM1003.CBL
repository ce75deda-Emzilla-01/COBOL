000100        IDENTIFICATION DIVISION.
000200        PROGRAM-ID. SPGM1003.
000300        AUTHOR. EMY KAY.
000400       ******************************************************************
000500       * FUNCTIONALITY: REPORTING-CHAIN CHECK, SHARED THE WAY SPGM0704
000600       *  IS SO EVERY APPROVAL (LEAVE, EXPENSES) READS THE SAME
000700       *  HIERARCHY CEXM952 MAINTAINS AND CEXM1076 PRINTS. GIVEN AN
000800       *  EMPLOYEE AND A WOULD-BE APPROVER IT WALKS UP EMPMAST'S
000900       *  SUPERVISOR LINKS FROM THE EMPLOYEE:
001000       *    - Y  THE APPROVER IS ABOVE THE EMPLOYEE; LK-CH-LEVEL SAYS
001100       *         HOW FAR (1 = THE DIRECT SUPERVISOR)
001200       *    - T  THE APPROVER IS IN THE CHAIN BUT TERMINATED
001300       *    - N  THE CHAIN ENDS WITHOUT MEETING THE APPROVER
001400       *    - U  THE EMPLOYEE IS NOT ON EMPMAST
001500       *    - L  THE CHAIN LOOPS (OR RUNS PAST 99 LEVELS)
001600       *    - E  EMPMAST COULD NOT BE OPENED
001700       *  THE EMPLOYEE'S DIRECT SUPERVISOR COMES BACK IN EVERY CASE
001800       *  THE EMPLOYEE IS FOUND.
001900       * EMPMAST : JEBA02.EMY.COBOL.EMPMAST (INDEXED ON EMP NUMBER)
002000       * ----------------------------------------------------------------
002100       * PRJ NO    NAME     DATE          MAINT DESC.
002200       * ----------------------------------------------------------------
002300       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
002400       ******************************************************************
002500        ENVIRONMENT DIVISION.
002600        INPUT-OUTPUT SECTION.
002700        FILE-CONTROL.
002800            SELECT EMP-MASTER
002900                ASSIGN TO EMPMAST
003000                ORGANIZATION IS INDEXED
003100                ACCESS MODE IS RANDOM
003200                RECORD KEY IS FS-EMP-NUM
003300                FILE STATUS IS WS-EMP-FS.
003400        DATA DIVISION.
003500        FILE SECTION.
003600        FD  EMP-MASTER.
003700        01  FS-EMP-REC.
003800            05  FS-EMP-NUM              PIC X(03).
003900            05  FS-EMP-NAME             PIC X(20).
004000            05  FS-EMP-DEPT             PIC 9(02).
004100            05  FS-EMP-STATUS           PIC X(01).
004200            05  FS-EMP-TERM-DATE        PIC X(08).
004300            05  FS-EMP-SUPV             PIC X(03).
004400        WORKING-STORAGE SECTION.
004500        01  WS-EMP-FS                   PIC X(02).
004600        01  WS-CHAIN-DONE               PIC X(03).
004700        01  WS-CHAIN-EMP                PIC X(03).
004800        LINKAGE SECTION.
004900        COPY SPGM1003L.
005000        PROCEDURE DIVISION USING LK-CHAIN-PARMS.
005100        00000-MAIN-PARA.
005200            MOVE SPACES                 TO LK-CH-SUPV-NUM.
005300            MOVE 0                      TO LK-CH-LEVEL.
005400            SET LK-CH-NOT-IN-CHAIN      TO TRUE.
005500            OPEN INPUT EMP-MASTER.
005600            IF  WS-EMP-FS               = "00"
005700                MOVE LK-CH-EMP-NUM      TO FS-EMP-NUM
005800                READ EMP-MASTER
005900                    INVALID KEY
006000                        SET LK-CH-EMP-UNKNOWN TO TRUE
006100                    NOT INVALID KEY
006200                        MOVE FS-EMP-SUPV    TO LK-CH-SUPV-NUM
006300                        MOVE "NO"           TO WS-CHAIN-DONE
006400                        PERFORM 20000-CHAIN-STEP-PARA
006500                            UNTIL WS-CHAIN-DONE = "YES"
006600                END-READ
006700                CLOSE EMP-MASTER
006800            ELSE
006900                DISPLAY "SPGM1003: EMPMAST ACCESS ERROR - STATUS "
007000                    WS-EMP-FS
007100                SET LK-CH-FILE-ERROR    TO TRUE
007200            END-IF.
007300            GOBACK.
007400       ******************************************************************
007500       * ONE LEVEL UP FROM THE RECORD IN HAND. A BLANK APPROVER STOPS
007600       * AFTER THE FIRST LEVEL - THE CALLER ONLY WANTED THE SUPERVISOR.
007700       ******************************************************************
007800        20000-CHAIN-STEP-PARA.
007900            MOVE FS-EMP-SUPV            TO WS-CHAIN-EMP.
008000            EVALUATE TRUE
008100                WHEN WS-CHAIN-EMP       = SPACES
008200                    MOVE "YES"          TO WS-CHAIN-DONE
008300                WHEN LK-CH-APPROVER     = SPACES
008400                    MOVE "YES"          TO WS-CHAIN-DONE
008500                WHEN WS-CHAIN-EMP       = LK-CH-EMP-NUM
008600                    SET LK-CH-CHAIN-LOOPS TO TRUE
008700                    MOVE "YES"          TO WS-CHAIN-DONE
008800                WHEN LK-CH-LEVEL        = 99
008900                    SET LK-CH-CHAIN-LOOPS TO TRUE
009000                    MOVE "YES"          TO WS-CHAIN-DONE
009100                WHEN OTHER
009200                    ADD 1               TO LK-CH-LEVEL
009300                    MOVE WS-CHAIN-EMP   TO FS-EMP-NUM
009400                    READ EMP-MASTER
009500                        INVALID KEY
009600                            MOVE "YES"  TO WS-CHAIN-DONE
009700                        NOT INVALID KEY
009800                            PERFORM 21000-CHECK-LEVEL-PARA
009900                    END-READ
010000            END-EVALUATE.
010100       ******************************************************************
010200       * IS THE SUPERVISOR JUST READ THE APPROVER.
010300       ******************************************************************
010400        21000-CHECK-LEVEL-PARA.
010500            IF  FS-EMP-NUM              = LK-CH-APPROVER
010600                IF  FS-EMP-STATUS       = "T"
010700                    SET LK-CH-APPROVER-TERM TO TRUE
010800                ELSE
010900                    SET LK-CH-IN-CHAIN  TO TRUE
011000                END-IF
011100                MOVE "YES"              TO WS-CHAIN-DONE
011200            END-IF.
