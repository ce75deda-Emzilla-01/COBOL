000100      ******************************************************************
000200      * COPYBOOK   : SPGM1003L
000300      * PURPOSE    : LINKAGE LAYOUT FOR SPGM1003, THE REPORTING-CHAIN
000400      *              CHECK OVER EMPMAST'S SUPERVISOR LINKS. LEAVE AND
000500      *              EXPENSE APPROVALS PASS THE EMPLOYEE AND THE WOULD-
000600      *              BE APPROVER (BOTH EMPMAST NUMBERS); SPGM1003
000700      *              ANSWERS WHETHER THE APPROVER IS ANYWHERE ABOVE THE
000800      *              EMPLOYEE, HOW MANY LEVELS UP, AND THE EMPLOYEE'S
000900      *              OWN SUPERVISOR. A BLANK APPROVER JUST FETCHES THE
001000      *              SUPERVISOR.
001100      * PRJ NO    NAME     DATE          MAINT DESC.
001200      * ----------------------------------------------------------------
001300      * JEBA02    EMY     09/26/2026    COPYBOOK CREATED.
001400      ******************************************************************
001500       01  LK-CHAIN-PARMS.
001600           05  LK-CH-EMP-NUM           PIC X(03).
001700           05  LK-CH-APPROVER          PIC X(03).
001800           05  LK-CH-SUPV-NUM          PIC X(03).
001900           05  LK-CH-LEVEL             PIC 9(02).
002000           05  LK-CH-RESULT            PIC X(01).
002100               88  LK-CH-IN-CHAIN              VALUE "Y".
002200               88  LK-CH-NOT-IN-CHAIN          VALUE "N".
002300               88  LK-CH-APPROVER-TERM         VALUE "T".
002400               88  LK-CH-EMP-UNKNOWN           VALUE "U".
002500               88  LK-CH-CHAIN-LOOPS           VALUE "L".
002600               88  LK-CH-FILE-ERROR            VALUE "E".
