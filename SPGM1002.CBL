000100        IDENTIFICATION DIVISION.
000200        PROGRAM-ID. SPGM1002.
000300        AUTHOR. EMY KAY.
000400       ******************************************************************
000500       * FUNCTIONALITY: SHARED WAGE GARNISHMENT CALCULATION, SHARED THE
000600       *  WAY SPGM0905 IS SO THE REGISTER (CEXM947) AND THE PAYSLIPS
000700       *  (CEXM1004) CAN NEVER DISAGREE. COURT ORDERS WERE A FIXED
000800       *  DEDFILE "O" LINE THAT IGNORED THE LEGAL LIMITS. GIVEN THE
000900       *  PERIOD'S DISPOSABLE PAY (GROSS LESS TAX WITHHELD) AND THE
001000       *  EMPLOYEE'S ACTIVE ORDERS:
001100       *    - ORDERS ARE APPLIED LOWEST PRIORITY NUMBER FIRST
001200       *    - EACH ORDER ASKS FOR ITS FLAT AMOUNT (METHOD A) OR ITS
001300       *      PERCENTAGE OF DISPOSABLE PAY (METHOD P)
001400       *    - NO ORDER MAY TAKE MORE THAN THE BALANCE STILL OWED (A
001500       *      ZERO TOTAL OWED MEANS AN OPEN-ENDED ORDER)
001600       *    - EVERYTHING TAKEN THIS PERIOD, THIS ORDER INCLUDED, MAY
001700       *      NOT PASS THE ORDER TYPE'S SHARE OF DISPOSABLE PAY: 50%
001800       *      FOR A SUPPORT ORDER (TYPE S), 25% FOR ANY OTHER - SO A
001900       *      CREDITOR BEHIND A SUPPORT ORDER GETS ONLY WHAT ROOM IS
002000       *      LEFT UNDER ITS OWN LIMIT
002100       *  LK-GA-TAKEN AND LK-GA-BALANCE COME BACK PER ORDER, AND THE
002200       *  PERIOD TOTAL IN LK-GA-TOTAL-TAKEN.
002300       * ----------------------------------------------------------------
002400       * PRJ NO    NAME     DATE          MAINT DESC.
002500       * ----------------------------------------------------------------
002600       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
002700       ******************************************************************
002800        ENVIRONMENT DIVISION.
002900        DATA DIVISION.
003000        WORKING-STORAGE SECTION.
003100        01  WS-ROUND                    PIC 9(02).
003200        01  WS-SUB                      PIC 9(02).
003300        01  WS-PICK                     PIC 9(02).
003400        01  WS-PICK-PRIORITY            PIC 9(03).
003500        01  WS-CAP-PCT                  PIC 9(03).
003600        01  WS-ROOM                     PIC S9(09)V9(02).
003700        01  WS-WANT                     PIC 9(09)V9(02).
003800        LINKAGE SECTION.
003900        COPY SPGM1002L.
004000        PROCEDURE DIVISION USING LK-GARNISH-PARMS.
004100        00000-MAIN-PARA.
004200            MOVE 0                      TO LK-GA-TOTAL-TAKEN.
004300            IF  LK-GA-ORDER-COUNT       > 20
004400                MOVE 20                 TO LK-GA-ORDER-COUNT
004500            END-IF.
004600            PERFORM 10000-CLEAR-PARA
004700                VARYING WS-SUB FROM 1 BY 1
004800                UNTIL WS-SUB > LK-GA-ORDER-COUNT.
004900            PERFORM 20000-NEXT-ORDER-PARA
005000                VARYING WS-ROUND FROM 1 BY 1
005100                UNTIL WS-ROUND > LK-GA-ORDER-COUNT.
005200            GOBACK.
005300        10000-CLEAR-PARA.
005400            MOVE 0                      TO LK-GA-TAKEN(WS-SUB).
005500            MOVE "N"                    TO LK-GA-DONE(WS-SUB).
005600       ******************************************************************
005700       * PICK THE UNAPPLIED ORDER WITH THE LOWEST PRIORITY NUMBER (THE
005800       * FIRST ONE PASSED ON A TIE) AND APPLY IT.
005900       ******************************************************************
006000        20000-NEXT-ORDER-PARA.
006100            MOVE 0                      TO WS-PICK.
006200            MOVE 999                    TO WS-PICK-PRIORITY.
006300            PERFORM 21000-LOWEST-PARA
006400                VARYING WS-SUB FROM 1 BY 1
006500                UNTIL WS-SUB > LK-GA-ORDER-COUNT.
006600            IF  WS-PICK                 > 0
006700                PERFORM 22000-APPLY-PARA
006800            END-IF.
006900        21000-LOWEST-PARA.
007000            IF  LK-GA-DONE(WS-SUB)      = "N"
007100                AND LK-GA-PRIORITY(WS-SUB) < WS-PICK-PRIORITY
007200                MOVE WS-SUB             TO WS-PICK
007300                MOVE LK-GA-PRIORITY(WS-SUB) TO WS-PICK-PRIORITY
007400            END-IF.
007500       ******************************************************************
007600       * ONE ORDER: WHAT IT ASKS FOR, HELD TO THE BALANCE OWED AND THE
007700       * ROOM LEFT UNDER ITS TYPE'S LIMIT.
007800       ******************************************************************
007900        22000-APPLY-PARA.
008000            MOVE "Y"                    TO LK-GA-DONE(WS-PICK).
008100            IF  LK-GA-SUPPORT(WS-PICK)
008200                MOVE 50                 TO WS-CAP-PCT
008300            ELSE
008400                MOVE 25                 TO WS-CAP-PCT
008500            END-IF.
008600            COMPUTE WS-ROOM ROUNDED =
008700                (LK-GA-DISPOSABLE * WS-CAP-PCT / 100)
008800                - LK-GA-TOTAL-TAKEN.
008900            IF  WS-ROOM                 < 0
009000                MOVE 0                  TO WS-ROOM
009100            END-IF.
009200            IF  LK-GA-PERCENT-OF-PAY(WS-PICK)
009300                COMPUTE WS-WANT ROUNDED =
009400                    LK-GA-DISPOSABLE * LK-GA-PERCENT(WS-PICK) / 100
009500            ELSE
009600                MOVE LK-GA-AMOUNT(WS-PICK) TO WS-WANT
009700            END-IF.
009800            IF  LK-GA-TOTAL-OWED(WS-PICK) > 0
009900                AND WS-WANT             > LK-GA-BALANCE(WS-PICK)
010000                MOVE LK-GA-BALANCE(WS-PICK) TO WS-WANT
010100            END-IF.
010200            IF  WS-WANT                 > WS-ROOM
010300                MOVE WS-ROOM            TO WS-WANT
010400            END-IF.
010500            MOVE WS-WANT                TO LK-GA-TAKEN(WS-PICK).
010600            ADD WS-WANT                 TO LK-GA-TOTAL-TAKEN.
010700            IF  LK-GA-TOTAL-OWED(WS-PICK) > 0
010800                SUBTRACT WS-WANT        FROM LK-GA-BALANCE(WS-PICK)
010900            END-IF.
