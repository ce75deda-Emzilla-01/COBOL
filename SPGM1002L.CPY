000100      ******************************************************************
000200      * COPYBOOK   : SPGM1002L
000300      * PURPOSE    : LINKAGE LAYOUT FOR SPGM1002, THE SHARED WAGE
000400      *              GARNISHMENT CALCULATION USED BY CEXM947 AND
000500      *              CEXM1004. THE CALLER PASSES THE EMPLOYEE'S
000600      *              DISPOSABLE PAY FOR THE PERIOD AND THE ACTIVE
000700      *              GARNORD ORDERS; SPGM1002 ANSWERS THE AMOUNT TAKEN
000800      *              FOR EACH ORDER AND THE BALANCE LEFT AFTER IT.
000900      * PRJ NO    NAME     DATE          MAINT DESC.
001000      * ----------------------------------------------------------------
001100      * JEBA02    EMY     09/26/2026    COPYBOOK CREATED.
001200      ******************************************************************
001300       01  LK-GARNISH-PARMS.
001400           05  LK-GA-DISPOSABLE        PIC 9(09)V9(02).
001500           05  LK-GA-TOTAL-TAKEN       PIC 9(09)V9(02).
001600           05  LK-GA-ORDER-COUNT       PIC 9(02).
001700           05  LK-GA-ORDER             OCCURS 20 TIMES.
001800               10  LK-GA-ORDER-NO      PIC X(06).
001900               10  LK-GA-TYPE          PIC X(01).
002000                   88  LK-GA-SUPPORT           VALUE "S".
002100               10  LK-GA-PRIORITY      PIC 9(02).
002200               10  LK-GA-METHOD        PIC X(01).
002300                   88  LK-GA-PERCENT-OF-PAY    VALUE "P".
002400               10  LK-GA-AMOUNT        PIC 9(05)V9(02).
002500               10  LK-GA-PERCENT       PIC 9(02)V9(02).
002600               10  LK-GA-TOTAL-OWED    PIC 9(07)V9(02).
002700               10  LK-GA-BALANCE       PIC 9(07)V9(02).
002800               10  LK-GA-TAKEN         PIC 9(07)V9(02).
002900               10  LK-GA-DONE          PIC X(01).
