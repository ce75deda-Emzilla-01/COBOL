000880      *                                 LOOKUP; ANY OTHER FLAG VALUE
000882      *                                 SKIPS THE CHECK, SO EXISTING
000884      *                                 CALLERS ARE UNAFFECTED.
000886      * JEBA02    EMY     09/26/2026    LK-CAMPUS-CODE APPENDED - THE
000889      *                                 STUDENT'S CAMPUS (BLANK ON A
000892      *                                 PRE-CARVE RECORD) FOR CALLERS
000894      *                                 THAT CHECK SPGM1004'S CLOSURE
000897      *                                 CALENDAR.
000900      ******************************************************************
001000       01  LK-STUDLOOKUP-PARMS.
001100           05  LK-ENROLL-NO            PIC 9(06).
002000           05  LK-CHECK-DIGIT          PIC 9(01).
002100           05  LK-CHECK-FLAG           PIC X(01).
002200               88  LK-CHECK-WANTED             VALUE "Y".
002300           05  LK-CAMPUS-CODE          PIC X(02).
