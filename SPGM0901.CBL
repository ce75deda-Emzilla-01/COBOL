000421       *                                 BEFORE THE LOOKUP - A BAD
000422       *                                 NUMBER COMES BACK LK-NOT-FOUND
000423       *                                 WITHOUT TOUCHING STUDFILE.
000425       * JEBA02    EMY     09/26/2026    THE STUDENT'S CAMPUS CODE NOW
000426       *                                 COMES BACK IN LK-CAMPUS-CODE.
000428       ******************************************************************
000430        ENVIRONMENT DIVISION.
000440        INPUT-OUTPUT SECTION.
000450        FILE-CONTROL.
000590            05  FS-SCIENCE-MARKS        PIC 9(03).
000600            05  FS-COMPUTER-MARKS       PIC 9(03).
000610            05  FS-AVG-MARKS            PIC 9(03)V9(02).
000612            05  FILLER                  PIC X(09).
000618            05  FS-CAMPUS-CODE          PIC X(02).
000624            05  FILLER                  PIC X(19).
000630        WORKING-STORAGE SECTION.
000640        01  WS-STUD-FS                  PIC X(02).
000645        COPY SPGM0904L.
000900        00000-MAIN-PARA.
001000            SET LK-NOT-FOUND            TO TRUE.
001100            MOVE SPACES                 TO LK-SNAME.
001105            MOVE SPACES                 TO LK-CAMPUS-CODE.
001110            IF  LK-CHECK-WANTED
001120                SET LK-CD-VALIDATE      TO TRUE
001130                MOVE LK-ENROLL-NO       TO LK-CD-BASE-NO
002200                        MOVE FS-SCIENCE-MARKS TO LK-SCIENCE-MARKS
002300                        MOVE FS-COMPUTER-MARKS TO LK-COMPUTER-MARKS
002400                        MOVE FS-AVG-MARKS    TO LK-AVG-MARKS
002450                        MOVE FS-CAMPUS-CODE  TO LK-CAMPUS-CODE
002500                        SET LK-FOUND         TO TRUE
002600                END-READ
002700                CLOSE STUD-FILE
