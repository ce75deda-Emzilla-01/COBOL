000130       *  CEXM918 REPLAY NEVER RE-APPLIES PRE-COPY RECORDS.
000140       *  RERUNNING CEXM901 FROM ENRIN NO LONGER REPRODUCES THE FILE
000150       *  ONCE MID-CYCLE CORRECTIONS EXIST.
000151       *  BEFORE THE RESET THE JOURNAL IS APPENDED TO CHGJRNL, WHERE IT
000152       *  WAITS FOR CEXM1051'S DISTRICT CHANGE FEED; IF IT CANNOT BE
000153       *  CAPTURED THE JOURNAL IS NOT RESET (RC=4), SO NO CHANGE IS
000154       *  LOST TO THE FEED. THE SAME RECORDS ARE ADDED TO JRNLHIST,
000155       *  THE PERMANENT CHANGE HISTORY KEYED ON ENROLL NUMBER, DATE,
000156       *  TIME AND JOURNAL SEQUENCE, WHICH CEXM1058 PRINTS PER
000157       *  STUDENT; A RECORD ALREADY THERE (A JOURNAL LEFT UNRESET BY
000158       *  AN EARLIER FAILURE) IS NOT ADDED TWICE.
000160       * STUDOUT : JEBA02.EMY.COBOL.STUDFILE (INDEXED ON ENROLL NO)
000170       * BACKUP  : JEBA02.EMY.COBOL.STUDBKUP
000172       * JRNLFILE: JEBA02.EMY.COBOL.JRNLFILE
000174       * CHGJRNL : JEBA02.EMY.COBOL.CHGJRNL
000176       * JRNLHIST: JEBA02.EMY.COBOL.JRNLHIST (INDEXED ON ENROLL+DATE+
000178       *           TIME+SEQ)
000180       * ----------------------------------------------------------------
000190       * PRJ NO    NAME     DATE          MAINT DESC.
000200       * ----------------------------------------------------------------
000280       * JEBA02    EMY     09/14/2026    JOURNAL FD CARRIED ONTO THE
000290       *                                 200-BYTE RECORD SO THE RESET
000300       *                                 MATCHES THE GROWN JRNLFILE.
000301       * JEBA02    EMY     09/25/2026    JOURNAL APPENDED TO CHGJRNL
000302       *                                 BEFORE THE RESET FOR THE
000304       *                                 CEXM1051 CHANGE FEED; NO RESET
000305       *                                 IF THE CAPTURE FAILS.
000306       * JEBA02    EMY     09/26/2026    JOURNAL ALSO KEPT FOR GOOD ON
000308       *                                 JRNLHIST FOR THE CEXM1058
000309       *                                 CHANGE HISTORY INQUIRY; NO
000310       *                                 RESET IF IT CANNOT BE KEPT.
000312       * JEBA02    EMY     09/26/2026    EACH JOURNAL RECORD GOES TO
000313       *                                 JRNLHIST FIRST AND ONLY A NEW
000314       *                                 ONE IS SENT ON CHGJRNL, SO A
000316       *                                 JOURNAL LEFT UNRESET IS NOT
000317       *                                 SENT TO THE DISTRICT TWICE.
000318       ******************************************************************
000320        ENVIRONMENT DIVISION.
000330        INPUT-OUTPUT SECTION.
000340        FILE-CONTROL.
000480                ORGANIZATION IS SEQUENTIAL
000490                ACCESS MODE IS SEQUENTIAL
000500                FILE STATUS IS WS-JRNL-FS.
000501            SELECT CHG-FILE
000503                ASSIGN TO CHGJRNL
000504                ORGANIZATION IS SEQUENTIAL
000506                ACCESS MODE IS SEQUENTIAL
000507                FILE STATUS IS WS-CHG-FS.
000509            SELECT HIST-FILE
000510                ASSIGN TO JRNLHIST
000512                ORGANIZATION IS INDEXED
000513                ACCESS MODE IS RANDOM
000515                RECORD KEY IS JH-HIST-KEY
000516                FILE STATUS IS WS-HIST-FS.
000518        DATA DIVISION.
000520        FILE SECTION.
000530        FD  STUD-FILE.
000540        01  FS-STUD-REC.
000660            05  JR-RUN-TIME               PIC X(06).
000670            05  JR-BEFORE-REC             PIC X(80).
000680            05  FILLER                    PIC X(11).
000681        FD  CHG-FILE.
000683        01  CG-CHG-REC                    PIC X(200).
000684        FD  HIST-FILE.
000686        01  JH-HIST-REC.
000687            05  JH-HIST-KEY.
000689                10  JH-ENROLL-NO          PIC 9(06).
000690                10  JH-CHG-DATE           PIC X(08).
000692                10  JH-CHG-TIME           PIC X(06).
000693                10  JH-JRNL-SEQ           PIC 9(06).
000695            05  JH-JRNL-REC               PIC X(200).
000696            05  FILLER                    PIC X(14).
000698        WORKING-STORAGE SECTION.
000700        01  WS-STUD-FS                    PIC X(02).
000710        01  WS-BACKUP-FS                  PIC X(02).
000720        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000730        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000740        01  WS-COPY-COUNT                 PIC 9(06) VALUE 0.
000750        01  WS-JRNL-FS                    PIC X(02).
000751        01  WS-CHG-FS                     PIC X(02).
000753        01  WS-JRNL-EOF                   PIC X(03) VALUE "NO".
000755        01  WS-CAPTURE-OK                 PIC X(03) VALUE "YES".
000756        01  WS-CAPTURE-COUNT              PIC 9(06) VALUE 0.
000758        01  WS-HIST-FS                    PIC X(02).
000760        01  WS-CHG-OPEN                   PIC X(03) VALUE "NO".
000761        01  WS-HIST-OPEN                  PIC X(03) VALUE "NO".
000763        01  WS-JRNL-SEQ                   PIC 9(06) VALUE 0.
000765        01  WS-HIST-COUNT                 PIC 9(06) VALUE 0.
000766        01  WS-HIST-DUP-COUNT             PIC 9(06) VALUE 0.
000768        COPY SPGMABNL.
000770        PROCEDURE DIVISION.
000780       ******************************************************************
000790       * MAIN PROGRAM FLOW.
000840              UNTIL WS-ERROR-FLAG = "YES"
000850              OR    WS-ENDOFFILE  = "YES".
000860            IF  WS-ERROR-FLAG              NOT = "YES"
000865                PERFORM 24000-CAPTURE-JRNL-PARA
000870                PERFORM 25000-RESET-JRNL-PARA
000880            END-IF.
000890            PERFORM 30000-CLOSE-PARA.
001460                END-IF
001470            END-READ.
001480       ******************************************************************
001481       * ADD THE JOURNAL TO THE PERMANENT JRNLHIST (CREATED ON FIRST
001482       * USE) AND APPEND EACH RECORD NEW TO JRNLHIST TO CHGJRNL FOR THE
001483       * DISTRICT CHANGE FEED. A JOURNAL NOT YET CREATED HAS NOTHING TO
001484       * CAPTURE. ANY FAILURE STOPS THE RESET BELOW SO THE CHANGES ARE
001485       * STILL THERE; RECORDS JRNLHIST ALREADY HOLDS WERE SENT BY AN
001486       * EARLIER RUN AND ARE NOT SENT AGAIN.
001487       ******************************************************************
001488        24000-CAPTURE-JRNL-PARA.
001489            OPEN INPUT JRNL-FILE.
001490            IF  WS-JRNL-FS                 = "35"
001491                CONTINUE
001492            ELSE
001493                IF  WS-JRNL-FS             NOT = "00"
001494                    DISPLAY "JRNLFILE CAPTURE FAILED - STATUS "
001495                        WS-JRNL-FS
001496                    MOVE "NO"              TO WS-CAPTURE-OK
001497                ELSE
001498                    OPEN EXTEND CHG-FILE
001499                    IF WS-CHG-FS = "05" OR WS-CHG-FS = "35"
001500                       CLOSE CHG-FILE
001501                       OPEN OUTPUT CHG-FILE
001502                    END-IF
001503                    OPEN I-O HIST-FILE
001504                    IF  WS-HIST-FS         = "35"
001505                        OPEN OUTPUT HIST-FILE
001506                        CLOSE HIST-FILE
001507                        OPEN I-O HIST-FILE
001508                    END-IF
001509                    IF  WS-CHG-FS          NOT = "00"
001510                        DISPLAY "CHGJRNL ACCESS ERROR - STATUS "
001511                            WS-CHG-FS
001512                        MOVE "NO"          TO WS-CAPTURE-OK
001513                    ELSE
001514                        MOVE "YES"         TO WS-CHG-OPEN
001515                    END-IF
001516                    IF  WS-HIST-FS         NOT = "00"
001517                        DISPLAY "JRNLHIST ACCESS ERROR - STATUS "
001518                            WS-HIST-FS
001519                        MOVE "NO"          TO WS-CAPTURE-OK
001520                    ELSE
001521                        MOVE "YES"         TO WS-HIST-OPEN
001522                    END-IF
001523                    IF  WS-CAPTURE-OK      = "YES"
001524                        PERFORM 24100-COPY-JRNL-PARA
001525                          UNTIL WS-JRNL-EOF = "YES"
001526                    END-IF
001527                    IF  WS-CHG-OPEN        = "YES"
001528                        CLOSE CHG-FILE
001529                    END-IF
001530                    IF  WS-HIST-OPEN       = "YES"
001531                        CLOSE HIST-FILE
001532                    END-IF
001533                    CLOSE JRNL-FILE
001534                END-IF
001535            END-IF.
001536            DISPLAY "JOURNAL RECORDS CAPTURED TO CHGJRNL: "
001537                WS-CAPTURE-COUNT.
001538            DISPLAY "JOURNAL RECORDS ADDED TO JRNLHIST  : "
001539                WS-HIST-COUNT.
001540            DISPLAY "JOURNAL RECORDS ALREADY CAPTURED   : "
001541                WS-HIST-DUP-COUNT.
001542       ******************************************************************
001543       * COPY EACH JRNLFILE RECORD TO CHGJRNL AND JRNLHIST.
001544       ******************************************************************
001545        24100-COPY-JRNL-PARA.
001546            READ JRNL-FILE
001547            AT END
001548                MOVE "YES"                 TO WS-JRNL-EOF
001549            NOT AT END
001550                PERFORM 24200-KEEP-HIST-PARA
001551            END-READ.
001552       ******************************************************************
001553       * ADD ONE JOURNAL RECORD TO THE PERMANENT HISTORY AND, WHEN IT
001554       * IS NEW THERE, SEND IT ON CHGJRNL. THE JOURNAL SEQUENCE IS THE
001555       * RECORD'S POSITION IN JRNLFILE, SO A JOURNAL CAPTURED AGAIN
001556       * AFTER A FAILED RESET MEETS ITS OWN KEYS (22) AND IS NEITHER
001557       * KEPT NOR SENT TWICE.
001558       ******************************************************************
001559        24200-KEEP-HIST-PARA.
001560            ADD 1                          TO WS-JRNL-SEQ.
001561            MOVE SPACES                    TO JH-HIST-REC.
001562            MOVE JR-ENROLL-NO              TO JH-ENROLL-NO.
001563            MOVE JR-RUN-DATE               TO JH-CHG-DATE.
001564            MOVE JR-RUN-TIME               TO JH-CHG-TIME.
001565            MOVE WS-JRNL-SEQ               TO JH-JRNL-SEQ.
001566            MOVE JR-JRNL-REC               TO JH-JRNL-REC.
001567            WRITE JH-HIST-REC.
001568            EVALUATE WS-HIST-FS
001569                WHEN "00"
001570                    ADD 1                  TO WS-HIST-COUNT
001571                    PERFORM 24300-SEND-CHG-PARA
001572                WHEN "22"
001573                    ADD 1                  TO WS-HIST-DUP-COUNT
001574                WHEN OTHER
001575                    DISPLAY "JRNLHIST WRITE ERROR - STATUS " WS-HIST-FS
001576                    MOVE "NO"              TO WS-CAPTURE-OK
001577                    MOVE "YES"             TO WS-JRNL-EOF
001578            END-EVALUATE.
001579       ******************************************************************
001580       * APPEND THE RECORD JUST KEPT TO CHGJRNL. IF IT CANNOT BE SENT
001581       * IT IS TAKEN BACK OFF JRNLHIST, SO THE NEXT RUN SENDS IT.
001582       ******************************************************************
001583        24300-SEND-CHG-PARA.
001584            MOVE JR-JRNL-REC               TO CG-CHG-REC.
001585            WRITE CG-CHG-REC.
001586            IF  WS-CHG-FS                  = "00"
001587                ADD 1                      TO WS-CAPTURE-COUNT
001588            ELSE
001589                DISPLAY "CHGJRNL WRITE ERROR - STATUS " WS-CHG-FS
001590                DELETE HIST-FILE RECORD
001591                IF  WS-HIST-FS             = "00"
001592                    SUBTRACT 1             FROM WS-HIST-COUNT
001593                ELSE
001594                    DISPLAY "JRNLHIST BACKOUT FAILED - STATUS "
001595                        WS-HIST-FS " - KEY " JH-HIST-KEY
001596                END-IF
001597                MOVE "NO"                  TO WS-CAPTURE-OK
001598                MOVE "YES"                 TO WS-JRNL-EOF
001599            END-IF.
001600       ******************************************************************
001601       * THE COPY IS COMPLETE AND CLEAN - RESET THE CHANGE JOURNAL TO
001602       * EMPTY SO IT ONLY SPANS CHANGES MADE AFTER THIS IMAGE COPY.
001603       * A JOURNAL THAT WILL NOT OPEN IS REPORTED BUT DOES NOT FAIL
001604       * THE COPY ITSELF (RC=4 FLAGS IT FOR THE OPERATOR).
001605       ******************************************************************
001606        25000-RESET-JRNL-PARA.
001607            IF  WS-CAPTURE-OK              NOT = "YES"
001608                DISPLAY "JRNLFILE NOT RESET - CHANGE CAPTURE FAILED."
001610                IF  RETURN-CODE            = 0
001620                    MOVE 4                 TO RETURN-CODE
001621                END-IF
001622            ELSE
001624                OPEN OUTPUT JRNL-FILE
001625                IF  WS-JRNL-FS             = "00"
001627                    CLOSE JRNL-FILE
001628                    DISPLAY "JRNLFILE RESET AFTER IMAGE COPY."
001630                ELSE
001631                    DISPLAY "JRNLFILE RESET FAILED - STATUS "
001632                        WS-JRNL-FS
001634                    IF  RETURN-CODE        = 0
001635                        MOVE 4             TO RETURN-CODE
001637                    END-IF
001638                END-IF
001640            END-IF.
001650       ******************************************************************
001660       * DISPLAY THE COPY COUNT AND CLOSE THE FILES.
