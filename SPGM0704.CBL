000417       *                                 TERMINATION DATE NOW FOLLOW THE
000418       *                                 NAME. THE LOOKUP RESULT ITSELF
000419       *                                 IS UNCHANGED.
000420       * JEBA02    EMY     09/26/2026    EMPMAST RECORD EXTENDED WITH
000422       *                                 THE SUPERVISOR EMPLOYEE NUMBER
000423       *                                 FOR THE REPORTING HIERARCHY.
000425       *                                 THE LOOKUP RESULT ITSELF IS
000426       *                                 UNCHANGED.
000428       ******************************************************************
000430        ENVIRONMENT DIVISION.
000440        INPUT-OUTPUT SECTION.
000450        FILE-CONTROL.
000572            05  FS-EMP-DEPT             PIC 9(02).
000574            05  FS-EMP-STATUS           PIC X(01).
000576            05  FS-EMP-TERM-DATE        PIC X(08).
000578            05  FS-EMP-SUPV             PIC X(03).
000580        WORKING-STORAGE SECTION.
000590        01  WS-EMP-FS                   PIC X(02).
000600        LINKAGE SECTION.
