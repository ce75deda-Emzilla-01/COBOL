000314       *                                 CEXM952 MAINTENANCE PATH (DEPT,
000316       *                                 STATUS, TERM DATE) - THE EXTRA
000318       *                                 BYTES RIDE AS FILLER HERE.
000320       * JEBA02    EMY     09/26/2026    EMPMAST RECORD EXTENDED WITH
000322       *                                 THE SUPERVISOR EMPLOYEE NUMBER
000325       *                                 - FILLER GROWS TO MATCH.
000327       ******************************************************************
000330        ENVIRONMENT DIVISION.
000340        INPUT-OUTPUT SECTION.
000350        FILE-CONTROL.
000560        01  FS-EMP-REC.
000570            05  FS-EMP-NUM              PIC X(03).
000580            05  FS-EMP-NAME             PIC X(20).
000585            05  FILLER                  PIC X(14).
000590        FD  STUD-FILE.
000600        01  FS-STUD-REC.
000610            05  FS-ENROLL-NO            PIC 9(06).
