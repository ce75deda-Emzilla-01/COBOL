000100      ******************************************************************
000200      * COPYBOOK   : SPGM1004L
000300      * PURPOSE    : LINKAGE LAYOUT FOR SPGM1004, THE CAMPUS CLOSURE
000400      *              CALENDAR LOOKUP. THE CALLER PASSES A CAMPUS CODE
000500      *              (BLANK IS CAMPUS 01, AS CEXM901 DEFINED IT) AND A
000600      *              YYYYMMDD DATE; SPGM1004 ANSWERS LK-CL-CLOSED ONLY
000700      *              WHEN CLOSFILE HOLDS A CONFIRMED CLOSURE FOR THAT
000800      *              CAMPUS AND DAY, WITH ITS REASON CODE. A PROPOSED
000900      *              OR REJECTED CLOSURE ANSWERS LK-CL-OPEN.
001000      * PRJ NO    NAME     DATE          MAINT DESC.
001100      * ----------------------------------------------------------------
001200      * JEBA02    EMY     09/26/2026    COPYBOOK CREATED.
001300      ******************************************************************
001400       01  LK-CLOSURE-PARMS.
001500           05  LK-CL-CAMPUS-CODE       PIC X(02).
001600           05  LK-CL-DATE              PIC 9(08).
001700           05  LK-CL-REASON-CODE       PIC X(02).
001800           05  LK-CL-FLAG              PIC X(03).
001900               88  LK-CL-CLOSED                VALUE "YES".
002000               88  LK-CL-OPEN                  VALUE "NO ".
