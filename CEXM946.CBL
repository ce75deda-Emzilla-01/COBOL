000070       *  EVERY CHAIN RUN, SO AN ADDRESS CHANGE MEANT EDITING SOURCE
000080       *  AND RERUNNING EVERYTHING. THIS PROGRAM RUNS A CLASSIC
000090       *  BALANCED LINE UPDATE (THE CEXM906 MERGE SHAPE): THE CURRENT
000100       *  ADDRFILE AND AN ADDTRAN FILE OF ADD/UPDATE/DELETE/STANDARDIZE
000110       *  TRANSACTIONS, BOTH IN ENROLL-NUMBER ORDER, PRODUCE A NEW
000116       *  ADDROUT MASTER. EVERY UPDATE, DELETE OR STANDARDIZE FIRST
000126       *  WRITES THE PRIOR ADDRESS WITH THE TRANSACTION'S EFFECTIVE
000137       *  DATE TO THE ADDRHIST HISTORY FILE, SO "WHERE DID THE MARCH
000148       *  LETTER GO" CAN BE ANSWERED. AN ADD IS VALIDATED THROUGH
000158       *  SPGM0901 (NO ADDRESS FOR AN ENROLLMENT NUMBER THAT IS NOT ON
000169       *  STUDFILE); REJECTS GO TO THE ADDREXCP EXCEPTION REPORT.
000180       * ADDFILE : JEBA02.EMY.COBOL.ADDRFILE (CURRENT, 160-BYTE)
000190       * ADDTRAN : JEBA02.EMY.COBOL.ADDTRAN
000200       * ADDROUT : JEBA02.EMY.COBOL.ADDRFIL2 (NEW MASTER)
000310       *                                 EVERY POSTED ADD/UPDATE SO A
000320       *                                 NEW ADDRESS GOES BACK INTO THE
000330       *                                 MAILING STREAM AUTOMATICALLY.
000331       * JEBA02    EMY     09/26/2026    NEW S (STANDARDIZE) ACTION FROM
000332       *                                 THE CEXM1059 STANDARDIZATION
000334       *                                 RUN: REWRITES ONLY THE STREET
000335       *                                 AND CITY, KEEPS THE PRIOR
000337       *                                 ADDRESS ON ADDRHIST AND LEAVES
000338       *                                 THE BAD-ADDRESS FLAG AS IT IS.
000340       ******************************************************************
000350        ENVIRONMENT DIVISION.
000360        INPUT-OUTPUT SECTION.
001090        01  WS-ADD-COUNT                  PIC 9(06) VALUE 0.
001100        01  WS-UPDATE-COUNT               PIC 9(06) VALUE 0.
001110        01  WS-DELETE-COUNT               PIC 9(06) VALUE 0.
001115        01  WS-STD-COUNT                  PIC 9(06) VALUE 0.
001120        01  WS-CARRY-COUNT                PIC 9(06) VALUE 0.
001130        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001140        01  WS-EXCEPTION-OUT.
002680                    END-IF
002690                WHEN "U"
002700                WHEN "D"
002704                WHEN "S"
002710                    MOVE "NO ADDRESS ON FILE TO CHANGE"
002720                                           TO WS-EXC-REASON
002730                    PERFORM 27000-REJECT-PARA
002900                WHEN "D"
002910                    PERFORM 28000-WRITE-HIST-PARA
002920                    ADD 1                  TO WS-DELETE-COUNT
002922                WHEN "S"
002924                    PERFORM 28000-WRITE-HIST-PARA
002926                    PERFORM 26500-BUILD-STD-PARA
002928                    ADD 1                  TO WS-STD-COUNT
002930                WHEN "A"
002940                    MOVE "ADDRESS ALREADY ON FILE"
002950                                           TO WS-EXC-REASON
003150            MOVE SPACE                     TO NS-BAD-ADDR-FLAG.
003160            WRITE NS-ADDR-REC.
003170       ******************************************************************
003171       * A STANDARDIZED ADDRESS - THE MASTER RECORD AS IT STANDS WITH
003172       * ONLY THE STREET AND CITY TAKEN FROM THE TRANSACTION.
003173       ******************************************************************
003174        26500-BUILD-STD-PARA.
003175            MOVE AS-ADDR-REC               TO NS-ADDR-REC.
003176            MOVE TS-STREET                 TO NS-STREET.
003177            MOVE TS-CITY                   TO NS-CITY.
003178            WRITE NS-ADDR-REC.
003179       ******************************************************************
003180       * LOG A REJECTED TRANSACTION.
003190       ******************************************************************
003200        27000-REJECT-PARA.
003380            DISPLAY "ADDRESSES ADDED    : " WS-ADD-COUNT.
003390            DISPLAY "ADDRESSES UPDATED  : " WS-UPDATE-COUNT.
003400            DISPLAY "ADDRESSES DELETED  : " WS-DELETE-COUNT.
003405            DISPLAY "STANDARDIZED       : " WS-STD-COUNT.
003410            DISPLAY "CARRIED UNCHANGED  : " WS-CARRY-COUNT.
003420            DISPLAY "TRANS REJECTED     : " WS-REJECT-COUNT.
003430            CLOSE ADDR-IN-FILE.
