001244       *                               RECORD) NOW COUNTS AS CAMPUS 01
001246       *                               ON THE CAMPUS= FILTER, AS
001248       *                               CEXM901 DEFINED IT.
001249       * JEBA02    EMY     9/26/2026   EACH LETTER'S CLOSING BORDER NOW
001250       *                               CARRIES "REF" AND THE ENROLL
001252       *                               NUMBER AT COLUMNS 67-76, SO THE
001253       *                               CEXM1092 REPORT ARCHIVE CAN FILE
001254       *                               EVERY LETTER UNDER ITS STUDENT
001256       *                               AND CEXM1093 CAN REPRINT ONE.
001257       *                               THE TEMPLATE-LINE BUILD MOVED TO
001259       *                               ITS OWN 21550 PARAGRAPH (ITS
001260       *                               PERIODS HAD CLOSED THE LANGUAGE
001262       *                               SKIP TEST EARLY), AND THE
001263       *                               SPGM0901 RETRY MOVES WERE
001265       *                               REALIGNED INSIDE COLUMN 72.
001266       ******************************************************************
001268        ENVIRONMENT DIVISION.                                            
001270        INPUT-OUTPUT SECTION.                                            
001280        FILE-CONTROL.                                                    
001290            SELECT ADD-INPUT-FILE                                        
005810                VARYING WS-TMPL-SUB FROM 1 BY 1
005820                UNTIL WS-TMPL-SUB          > WS-TMPL-COUNT
005830            MOVE WS-BORDER                TO FS-OUTPUT-REC
005832            MOVE " REF "                  TO FS-OUTPUT-REC(66:5)
005835            MOVE FS-ENROLL-NO-A           TO FS-OUTPUT-REC(71:6)
005837            MOVE SPACE                    TO FS-OUTPUT-REC(77:1)
005840            WRITE FS-OUTPUT-REC           INITIALIZE FS-OUTPUT-REC
005850            ADD 1 TO WS-COUNT
005860            ADD 1 TO WS-MATCH-COUNT.
006150            IF  WS-LINE-SKIP-FLAG          = "YES"
006160                CONTINUE
006170            ELSE
006172                PERFORM 21550-RESOLVE-LINE-PARA
006175            END-IF.
006177        21550-RESOLVE-LINE-PARA.
006180            MOVE SPACES                    TO WS-WORK-LINE
006190            MOVE WS-TMPL-TEXT(WS-TMPL-SUB) TO WS-WORK-LINE
006200            MOVE "&NAME"                   TO WS-TOKEN.
006530            PERFORM 21600-APPLY-TOKEN-PARA.
006540            MOVE WS-WORK-LINE              TO FS-OUTPUT-REC
006550            WRITE FS-OUTPUT-REC
006567            INITIALIZE FS-OUTPUT-REC.
006580       ******************************************************************
006590       * RESOLVE THE STUDENT'S LANGUAGE FROM DEMOFILE AND DECIDE THE
006600       * WORDING: THE TRANSLATED LINES WHEN THE TEMPLATE HAS ANY FOR
007690            CALL 'SPGM0901'                    USING LK-STUDLOOKUP-PARMS
007700            IF  LK-FOUND
007710                MOVE LK-SNAME                   TO WS-RECOVERED-SNAME
007720                MOVE LK-MATHS-MARKS     TO WS-RECOVERED-MATHS-MARKS
007730                MOVE LK-SCIENCE-MARKS   TO WS-RECOVERED-SCIENCE-MARKS
007740                MOVE LK-COMPUTER-MARKS  TO WS-RECOVERED-COMPUTER-MARKS
007750                MOVE LK-AVG-MARKS               TO WS-RECOVERED-AVG-MARKS
007760                MOVE "YES"                      TO WS-RECOVERY-FLAG
007770                PERFORM 21000-WRITE-LETTER-PARA
