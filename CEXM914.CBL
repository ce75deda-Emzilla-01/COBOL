000160       *  STATEXCP EXCEPTION REPORT.
000170       * STATTRAN: JEBA02.EMY.COBOL.STATTRAN
000180       * STUDOUT : JEBA02.EMY.COBOL.STUDFILE (INDEXED ON ENROLL NO)
000181       *  A G TRANSACTION IS ONLY APPLIED WHEN THE STUDENT'S CEXM1023
000182       *  DEGREE AUDIT ON AUDFILE IS CLEAN, OR WHEN THE CARD CARRIES AN
000184       *  OVERRIDE REASON CODE FOUND IN THE RSNFILE CODE TABLE - THE
000185       *  OVERRIDE REASON IS WRITTEN TO THE JOURNAL RECORD.
000187       * AUDFILE : JEBA02.EMY.COBOL.AUDFILE (INDEXED ON ENROLL NO)
000188       * RSNFILE : JEBA02.EMY.COBOL.RSNFILE (REASON CODE TABLE)
000190       * STATEXCP: JEBA02.EMY.COBOL.STATEXCP
000200       * ----------------------------------------------------------------
000210       * PRJ NO    NAME     DATE          MAINT DESC.
000290       * JEBA02    EMY     09/13/2026    JOURNAL RECORD GREW TO 200
000300       *                                 BYTES (PROGRAM, TIME, BEFORE
000310       *                                 IMAGE) FOR CEXM1020'S BACKOUT.
000311       * JEBA02    EMY     09/15/2026    STATUS G NOW REQUIRES A CLEAN
000313       *                                 CEXM1023 DEGREE AUDIT ON
000315       *                                 AUDFILE OR AN RSNFILE OVERRIDE
000316       *                                 REASON (CARD COLS 16-17), WHICH
000318       *                                 IS JOURNALED WITH THE CHANGE.
000320       ******************************************************************
000330        ENVIRONMENT DIVISION.
000340        INPUT-OUTPUT SECTION.
000540                ORGANIZATION IS SEQUENTIAL
000550                ACCESS MODE IS SEQUENTIAL
000560                FILE STATUS IS WS-JRNL-FS.
000561            SELECT AUD-FILE
000563                ASSIGN TO AUDFILE
000564                ORGANIZATION IS INDEXED
000566                ACCESS MODE IS RANDOM
000567                RECORD KEY IS AD-ENROLL-NO
000569                FILE STATUS IS WS-AUD-FS.
000570            SELECT RSN-FILE
000572                ASSIGN TO RSNFILE
000573                ORGANIZATION IS SEQUENTIAL
000575                ACCESS MODE IS SEQUENTIAL
000576                FILE STATUS IS WS-RSN-FS.
000578        DATA DIVISION.
000580        FILE SECTION.
000590        FD  TRAN-FILE.
000600        01  TS-TRAN-REC.
000610            05  TS-NEW-STATUS             PIC X(01).
000620            05  TS-ENROLL-NO              PIC 9(06).
000630            05  TS-EFF-DATE               PIC X(08).
000636            05  TS-OVR-REASON             PIC X(02).
000643            05  FILLER                    PIC X(63).
000650        FD  STUD-FILE.
000660        01  FS-STUD-REC.
000670            05  FS-ENROLL-NO              PIC 9(06).
000840            05  JR-PROGRAM                PIC X(08).
000850            05  JR-RUN-TIME               PIC X(06).
000860            05  JR-BEFORE-REC             PIC X(80).
000861            05  JR-OVR-REASON             PIC X(02).
000862            05  FILLER                    PIC X(09).
000863        FD  AUD-FILE.
000864        01  AD-AUD-REC.
000865            05  AD-ENROLL-NO              PIC 9(06).
000866            05  AD-PROGRAM-CODE           PIC X(04).
000867            05  AD-AUDIT-DATE             PIC X(08).
000868            05  AD-RESULT                 PIC X(01).
000870            05  AD-CREDITS                PIC 9(03).
000871            05  AD-CUM-AVG                PIC 9(03)V9(02).
000872            05  AD-UNMET-COUNT            PIC 9(02).
000873            05  FILLER                    PIC X(51).
000874        FD  RSN-FILE.
000875        01  RN-RSN-REC.
000876            05  RN-REASON-CODE            PIC X(02).
000877            05  RN-REASON-DESC            PIC X(30).
000878            05  FILLER                    PIC X(48).
000880        WORKING-STORAGE SECTION.
000890        01  WS-TRAN-FS                    PIC X(02).
000900        01  WS-STUD-FS                    PIC X(02).
000980       * THE RECORD AS IT STOOD BEFORE THE STATUS CHANGE, FOR THE
000990       * JOURNAL'S BEFORE IMAGE (CEXM1020 BACKS OUT FROM IT).
001000        01  WS-BEFORE-REC                 PIC X(80).
001001        01  WS-AUD-FS                     PIC X(02).
001002        01  WS-RSN-FS                     PIC X(02).
001003       * NO AUDFILE YET (STATUS 35) MEANS NO STUDENT HAS BEEN AUDITED -
001004       * EVERY G THEN NEEDS AN OVERRIDE REASON.
001005        01  WS-AUD-AVAIL                  PIC X(03) VALUE "YES".
001006        01  WS-AUDIT-OK                   PIC X(03).
001007        01  WS-AUD-RESULT                 PIC X(01).
001008        01  WS-OVR-REASON                 PIC X(02) VALUE SPACES.
001009        01  WS-OVERRIDE-COUNT             PIC 9(06) VALUE 0.
001010       * OVERRIDE REASON TABLE, LOADED FROM RSNFILE CEXM970-STYLE.
001011        01  WS-RSN-EOF                    PIC X(03) VALUE "NO".
001012        01  WS-RSN-COUNT                  PIC 9(02) VALUE 0.
001013        01  WS-RSN-TABLE.
001014            05  WS-RN-ENTRY               OCCURS 50 TIMES.
001015                10  WS-RN-CODE            PIC X(02).
001016                10  WS-RN-DESC            PIC X(30).
001017        01  WS-RN-SUB                     PIC 9(02).
001018        01  WS-RN-HIT                     PIC 9(02).
001019        01  WS-EXCEPTION-OUT.
001020            05 FILLER                     PIC X(11)
001030                                          VALUE "REJECTED - ".
001040            05 WS-EXC-STATUS              PIC X(01).
001710            IF WS-ERROR-FLAG               NOT = "YES"
001720               PERFORM 12000-OPEN-JRNL-PARA
001730            END-IF.
001731            IF WS-ERROR-FLAG               NOT = "YES"
001732               PERFORM 13000-OPEN-AUDIT-PARA
001733            END-IF.
001735            IF WS-ERROR-FLAG               NOT = "YES"
001736               PERFORM 14000-LOAD-RSN-PARA
001737                   UNTIL WS-RSN-EOF        = "YES"
001738            END-IF.
001740       ******************************************************************
001750       * OPEN THE CHANGE JOURNAL FOR EXTEND, CREATING IT ON FIRST USE
001760       * CEXM702-STYLE, SO CEXM918 CAN REPLAY TODAY'S STATUS CHANGES
001940               END-IF
001950            END-IF.
001960       ******************************************************************
001961       * OPEN THE DEGREE AUDIT RESULTS AND THE OVERRIDE REASON TABLE.
001962       * A MISSING AUDFILE IS NOT AN ERROR - NOBODY IS AUDITED YET.
001963       ******************************************************************
001964        13000-OPEN-AUDIT-PARA.
001965            OPEN INPUT AUD-FILE.
001966            IF WS-AUD-FS                   = "35"
001967               DISPLAY "NO AUDFILE - EVERY G NEEDS AN OVERRIDE."
001968               MOVE "NO"                   TO WS-AUD-AVAIL
001969            ELSE
001970               IF WS-AUD-FS                NOT = "00"
001971                  DISPLAY "AUDFILE ACCESS ERROR."
001972                  MOVE "CEXM914"           TO LK-PGM-ID
001973                  MOVE "AUDFILE"           TO LK-FILE-ID
001974                  MOVE WS-AUD-FS           TO LK-FILE-STATUS
001975                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
001976                  IF  LK-ABEND-YES
001977                      MOVE 16              TO RETURN-CODE
001978                      MOVE "YES"           TO WS-ERROR-FLAG
001980                  END-IF
001981               END-IF
001982            END-IF.
001983            OPEN INPUT RSN-FILE.
001984            IF WS-RSN-FS                   NOT = "00"
001985               DISPLAY "RSNFILE ACCESS ERROR."
001986               MOVE "CEXM914"              TO LK-PGM-ID
001987               MOVE "RSNFILE"              TO LK-FILE-ID
001988               MOVE WS-RSN-FS              TO LK-FILE-STATUS
001989               CALL 'SPGMABND'             USING LK-ABEND-PARMS
001990               IF  LK-ABEND-YES
001991                   MOVE 16                 TO RETURN-CODE
001992                   MOVE "YES"              TO WS-ERROR-FLAG
001993               END-IF
001994               MOVE "YES"                  TO WS-RSN-EOF
001995            END-IF.
001996       ******************************************************************
001997       * LOAD THE REASON CODE TABLE, CEXM970-STYLE.
001998       ******************************************************************
002000        14000-LOAD-RSN-PARA.
002001            READ RSN-FILE
002002            AT END
002003                MOVE "YES"                 TO WS-RSN-EOF
002004            NOT AT END
002005                IF  WS-RSN-COUNT           = 50
002006                    DISPLAY "REASON TABLE FULL AT 50 CODES."
002007                ELSE
002008                    ADD 1                  TO WS-RSN-COUNT
002009                    MOVE RN-REASON-CODE    TO WS-RN-CODE(WS-RSN-COUNT)
002010                    MOVE RN-REASON-DESC    TO WS-RN-DESC(WS-RSN-COUNT)
002011                END-IF
002012            END-READ.
002013       ******************************************************************
002014       * READ ONE STATUS TRANSACTION AND APPLY IT. ONLY G (GRADUATED),
002015       * W (WITHDRAWN) AND A (REINSTATED ACTIVE) ARE VALID CODES.
002016       ******************************************************************
002017        20000-PROCESS-PARA.
002018            READ TRAN-FILE
002020            AT END
002030                MOVE "YES"                 TO WS-ENDOFFILE
002040            NOT AT END
002041                MOVE SPACES                TO WS-OVR-REASON
002042                EVALUATE TRUE
002043                    WHEN TS-NEW-STATUS     = "G"
002045                        PERFORM 21000-CHECK-AUDIT-PARA
002046                        IF WS-AUDIT-OK     = "YES"
002047                            PERFORM 22000-APPLY-PARA
002049                        ELSE
002050                            PERFORM 27000-REJECT-PARA
002051                        END-IF
002053                    WHEN TS-NEW-STATUS     = "W"
002054                        OR TS-NEW-STATUS   = "A"
002055                        PERFORM 22000-APPLY-PARA
002057                    WHEN OTHER
002058                        MOVE "INVALID STATUS CODE" TO WS-EXC-REASON
002059                        PERFORM 27000-REJECT-PARA
002061                END-EVALUATE
002062            END-READ.
002063       ******************************************************************
002065       * A G NEEDS A CLEAN DEGREE AUDIT (AD-RESULT C) ON AUDFILE. FAILING
002066       * THAT, THE CARD MUST CARRY AN OVERRIDE REASON THAT IS IN THE
002067       * RSNFILE TABLE; THE REASON THEN GOES ON THE JOURNAL RECORD.
002069       ******************************************************************
002070        21000-CHECK-AUDIT-PARA.
002071            MOVE "NO"                      TO WS-AUDIT-OK.
002073            MOVE SPACE                     TO WS-AUD-RESULT.
002074            IF  WS-AUD-AVAIL               = "YES"
002075                MOVE TS-ENROLL-NO          TO AD-ENROLL-NO
002076                READ AUD-FILE
002078                    NOT INVALID KEY
002079                        MOVE AD-RESULT     TO WS-AUD-RESULT
002080                END-READ
002082            END-IF.
002083            IF  WS-AUD-RESULT              = "C"
002084                MOVE "YES"                 TO WS-AUDIT-OK
002086            ELSE
002087                IF  TS-OVR-REASON          = SPACES
002088                    IF  WS-AUD-RESULT      = "U"
002090                        MOVE "DEGREE AUDIT NOT CLEAN"
002091                                           TO WS-EXC-REASON
002092                    ELSE
002094                        MOVE "NO DEGREE AUDIT ON AUDFILE"
002095                                           TO WS-EXC-REASON
002096                    END-IF
002098                ELSE
002099                    PERFORM 21500-FIND-REASON-PARA
002100                    IF  WS-RN-HIT          = 0
002102                        MOVE "OVERRIDE REASON NOT IN RSNFILE"
002103                                           TO WS-EXC-REASON
002104                    ELSE
002106                        MOVE "YES"         TO WS-AUDIT-OK
002107                        MOVE TS-OVR-REASON TO WS-OVR-REASON
002108                    END-IF
002110                END-IF
002111            END-IF.
002112       ******************************************************************
002114       * FIND THE OVERRIDE REASON IN THE TABLE (0 = NOT THERE).
002115       ******************************************************************
002116        21500-FIND-REASON-PARA.
002118            MOVE 0                         TO WS-RN-HIT.
002119            PERFORM 21600-TEST-REASON-PARA
002120                VARYING WS-RN-SUB FROM 1 BY 1
002122                UNTIL WS-RN-SUB            > WS-RSN-COUNT
002123                OR WS-RN-HIT               NOT = 0.
002124        21600-TEST-REASON-PARA.
002126            IF  WS-RN-CODE(WS-RN-SUB)      = TS-OVR-REASON
002127                MOVE WS-RN-SUB             TO WS-RN-HIT
002128            END-IF.
002130       ******************************************************************
002140       * APPLY ONE STATUS CHANGE AGAINST STUDFILE BY ENROLL NUMBER.
002150       ******************************************************************
002270                    REWRITE FS-STUD-REC
002280                    IF WS-STUD-FS          = "00"
002290                        ADD 1              TO WS-APPLY-COUNT
002292                        IF WS-OVR-REASON   NOT = SPACES
002295                            ADD 1          TO WS-OVERRIDE-COUNT
002297                        END-IF
002300                        PERFORM 25000-WRITE-JRNL-PARA
002310                    ELSE
002320                        DISPLAY "STUDFILE REWRITE ERROR - STATUS "
002430            END-READ.
002440       ******************************************************************
002450       * APPEND ONE CHANGE-JOURNAL RECORD (ACTION S) CARRYING THE
002456       * AFTER IMAGE OF THE STATUS CHANGE JUST APPLIED, AND THE
002463       * OVERRIDE REASON WHEN A G WAS GRANTED WITHOUT A CLEAN AUDIT.
002470       ******************************************************************
002480        25000-WRITE-JRNL-PARA.
002490            MOVE "S"                       TO JR-ACTION.
002530            MOVE "CEXM914 "                TO JR-PROGRAM.
002540            MOVE WS-CURRENT-DATE-DATA(9:6) TO JR-RUN-TIME.
002550            MOVE WS-BEFORE-REC             TO JR-BEFORE-REC.
002555            MOVE WS-OVR-REASON             TO JR-OVR-REASON.
002560            WRITE JR-JRNL-REC.
002570            IF WS-JRNL-FS                  NOT = "00"
002580                DISPLAY "JRNLFILE WRITE ERROR - STATUS " WS-JRNL-FS
002800        30000-CLOSE-PARA.
002810            DISPLAY "STATUS CHANGES APPLIED : " WS-APPLY-COUNT.
002820            DISPLAY "TRANS REJECTED         : " WS-REJECT-COUNT.
002825            DISPLAY "G BY AUDIT OVERRIDE    : " WS-OVERRIDE-COUNT.
002830            CLOSE TRAN-FILE.
002840            CLOSE STUD-FILE.
002850            CLOSE EXCEPTION-FILE.
002860            CLOSE JRNL-FILE.
002870            IF  WS-AUD-AVAIL               = "YES"
002880                CLOSE AUD-FILE
002890            END-IF.
002900            CLOSE RSN-FILE.
