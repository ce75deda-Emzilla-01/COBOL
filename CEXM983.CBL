000330       * PRJ NO    NAME     DATE          MAINT DESC.
000340       * ----------------------------------------------------------------
000350       * JEBA02    EMY     09/13/2026    PROGRAM CREATED.
000352       * JEBA02    EMY     09/26/2026    EMPMAST RECORD EXTENDED WITH
000355       *                                 THE SUPERVISOR EMPLOYEE NUMBER
000357       *                                 - FILLER GROWS TO MATCH.
000360       ******************************************************************
000370        ENVIRONMENT DIVISION.
000380        INPUT-OUTPUT SECTION.
001120        FD  EMP-FILE.
001130        01  EM-EMP-REC.
001140            05  EM-EMP-NUM                PIC X(03).
001150            05  FILLER                    PIC X(34).
001160        FD  ADDR-FILE.
001170        01  AS-ADDR-REC.
001180            05  AS-ENROLL-NO              PIC 9(06).
