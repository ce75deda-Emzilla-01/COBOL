000250       * PRJ NO    NAME     DATE          MAINT DESC.
000260       * ----------------------------------------------------------------
000270       * JEBA02    EMY     09/13/2026    PROGRAM CREATED.
000271       * JEBA02    EMY     09/22/2026    CEXM1043 LOST LIBRARY/TEXTBOOK
000272       *                                 ITEM CHARGES NOW JOURNAL TO
000274       *                                 RECVTRAN AS TYPE L (DEBIT) -
000275       *                                 GLMAP NEEDS AN L ENTRY NAMING
000276       *                                 THEIR DEBIT/CREDIT ACCOUNTS.
000278       * JEBA02    EMY     09/23/2026    CEXM1045 CAFETERIA MEALS NOW
000279       *                                 JOURNAL AS TYPE M (DEBIT) -
000280       *                                 GLMAP NEEDS AN M ENTRY TOO.
000282       * JEBA02    EMY     09/26/2026    CEXM929/CEXM965 COURSE LAB AND
000283       *                                 MATERIAL FEES NOW JOURNAL AS
000285       *                                 TYPE C (DEBIT) AND THEIR DROP
000286       *                                 CREDITS AS TYPE K (CREDIT) -
000287       *                                 GLMAP NEEDS C AND K ENTRIES.
000289       * JEBA02    EMY     09/26/2026    CEXM933'S SIBLING DISCOUNT NOW
000290       *                                 JOURNALS AS TYPE H (CREDIT) -
000291       *                                 GLMAP NEEDS AN H ENTRY.
000293       * JEBA02    EMY     09/26/2026    CEXM1065 COLLECTION AGENCY FEES
000294       *                                 NOW JOURNAL AS TYPE G (CREDIT) -
000295       *                                 GLMAP NEEDS A G ENTRY.
000297       ******************************************************************
000298        ENVIRONMENT DIVISION.
000300        INPUT-OUTPUT SECTION.
000310        FILE-CONTROL.
000320            SELECT TRAN-FILE
