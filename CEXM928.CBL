000250       * PRJ NO    NAME     DATE          MAINT DESC.
000260       * ----------------------------------------------------------------
000270       * JEBA02    EMY     09/11/2026    PROGRAM CREATED.
000271       * JEBA02    EMY     09/26/2026    OPTIONAL LAB/MATERIAL FEE CODE
000273       *                                 (CS-FEE-CODE, CARVED FROM THE
000274       *                                 FILLER) CARRIED FROM CRSIN.
000276       *                                 IT NAMES A CRSFEES SCHEDULE
000277       *                                 ENTRY THAT CEXM929 CHARGES ON
000279       *                                 EACH NEW REGISTRATION.
000280       * JEBA02    EMY     09/26/2026    SUBJECT AREA (CS-SUBJ-AREA,
000282       *                                 CARVED FROM THE FILLER) CARRIED
000283       *                                 FROM CRSIN. CEXM1078 CHECKS
000285       *                                 EACH SECTION'S INSTRUCTOR HOLDS
000286       *                                 A CURRENT CERTIFICATION IN IT.
000288       ******************************************************************
000290        ENVIRONMENT DIVISION.
000300        INPUT-OUTPUT SECTION.
000310        FILE-CONTROL.
000470            05  CI-COURSE-CODE            PIC X(06).
000480            05  CI-COURSE-TITLE           PIC X(30).
000490            05  CI-CREDIT-HOURS           PIC 9(02).
000495            05  CI-FEE-CODE               PIC X(04).
000500            05  CI-SUBJ-AREA              PIC X(04).
000505            05  FILLER                    PIC X(34).
000510        FD  CRS-FILE.
000520        01  CS-CRS-REC.
000530            05  CS-COURSE-CODE            PIC X(06).
000540            05  CS-COURSE-TITLE           PIC X(30).
000550            05  CS-CREDIT-HOURS           PIC 9(02).
000555            05  CS-FEE-CODE               PIC X(04).
000560            05  CS-SUBJ-AREA              PIC X(04).
000565            05  FILLER                    PIC X(34).
000570        WORKING-STORAGE SECTION.
000580        01  WS-CRS-IN-FS                  PIC X(02).
000590        01  WS-CRS-FS                     PIC X(02).
001340            MOVE CI-COURSE-CODE            TO CS-COURSE-CODE.
001350            MOVE CI-COURSE-TITLE           TO CS-COURSE-TITLE.
001360            MOVE CI-CREDIT-HOURS           TO CS-CREDIT-HOURS.
001363            MOVE CI-FEE-CODE               TO CS-FEE-CODE.
001366            MOVE CI-SUBJ-AREA              TO CS-SUBJ-AREA.
001370            WRITE CS-CRS-REC
001380                INVALID KEY
001390                    REWRITE CS-CRS-REC
