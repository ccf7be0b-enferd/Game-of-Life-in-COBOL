           05  CHKPT-EXTINCT-GENERATION
                                PIC 9(08).
           05  CHKPT-PRINT-PAGE PIC 9(05).
           05  CHKPT-RUN-STAMP  PIC 9(14).
           05  CHKPT-RANDOM-SEED
                                PIC 9(08).
           05  CHKPT-DENSITY    PIC 9V999.
           05  CHKPT-EDGE-LOSS.
               10  CHKPT-EDGE-TOP
                                PIC 9(08).
               10  CHKPT-EDGE-BOTTOM
                                PIC 9(08).
               10  CHKPT-EDGE-LEFT
                                PIC 9(08).
               10  CHKPT-EDGE-RIGHT
                                PIC 9(08).
               10  CHKPT-EDGE-GENS
                                PIC 9(08).
               10  CHKPT-EDGE-FIRST-GEN
                                PIC 9(08).
               10  CHKPT-EDGE-LAST-GEN
                                PIC 9(08).
           05  FILLER           PIC X(143).
       01  CHKPT-DATA-RECORD.
           05  CHKPT-DATA-TYPE  PIC X.
           05  CHKPT-DATA-LINE  PIC X(300).
           05  DTL-DEATHS       PIC 9(08).
           05  DTL-NET-SIGN     PIC X.
           05  DTL-NET-CHANGE   PIC 9(08).
           05  DTL-RUN-STAMP    PIC 9(14).
           05  DTL-EDGE-LOSS    PIC 9(08).

       FD  HISTORY-FILE.
       01  HIST-RECORD.
           05  HIST-SOURCE      PIC X.
           05  HIST-SCEN-SEQ    PIC 9(03).
           05  HIST-TRIAL-NO    PIC 9(03).
      *    SEED SOURCE OF THE RUN; FOR A RANDOM BOARD ALSO THE
      *    GENERATOR SEED AND CELL DENSITY IT WAS BUILT WITH.
           05  HIST-SEED-SOURCE PIC X(08).
           05  HIST-RANDOM-SEED PIC 9(08).
           05  HIST-DENSITY     PIC 9V999.

       FD  RLE-FILE.
       01  RLE-RECORD           PIC X(100).
       01  STOP-RECORD          PIC X(80).

      *    GRID-FILE LAYOUT EXTENDED WITH THE GENERATION THE
      *    SNAPSHOT WAS TAKEN AT AND THE RUNHIST STAMP OF THE RUN.
       FD  SNAPSHOT-FILE.
       01  SNAP-HEADER-RECORD.
           05  SNAP-REC-TYPE    PIC X.
           05  SNAP-GENERATION  PIC 9(08).
           05  SNAP-HEIGHT      PIC 9(03).
           05  SNAP-WIDTH       PIC 9(03).
           05  SNAP-RUN-STAMP   PIC 9(14).
           05  FILLER           PIC X(272).
       01  SNAP-DATA-RECORD.
           05  SNAP-DATA-TYPE   PIC X.
           05  SNAP-DATA-LINE   PIC X(300).
           05  CT-HEAT-LOW      PIC X        VALUE '.'.
           05  CT-HEAT-MEDIUM   PIC X        VALUE '+'.
           05  CT-HEAT-HIGH     PIC X        VALUE '@'.
           05  CT-EDGE-LIST-MAX PIC 9(03)    VALUE 200.

       01  WS-CTL-STATUS        PIC XX       VALUE SPACES.
       01  WS-CTL-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-GRID-STATUS       PIC XX       VALUE SPACES.
       01  WS-GRID-EOF-SWITCH   PIC X        VALUE 'N'.
       01  WS-SEED-SOURCE       PIC X(08)    VALUE 'RANDOM'.
       01  WS-RANDOM-SEED       PIC 9(08)    VALUE ZEROES.
       01  WS-RANDOM-SEED-GIVEN PIC X        VALUE 'N'.
       01  WS-TURNS-GIVEN       PIC X        VALUE 'N'.
       01  WS-SAVE-FINAL        PIC X        VALUE 'N'.
       01  WS-GRID-NAME         PIC X(16)    VALUE SPACES.

               10  WS-ARCH-LINE PIC X(300)   OCCURS 300 TIMES.

       01  WS-HIST-STATUS       PIC XX       VALUE SPACES.
       01  WS-HIST-EOF-SWITCH   PIC X        VALUE 'N'.
       01  WS-RUN-STAMP         PIC 9(14)    VALUE ZEROES.

      *    RERUN OF A RUNHIST ENTRY, PICKED BY RUN STAMP AND TRIAL
      *    NUMBER (TRIAL 0 = A BATCH LIFE RUN).
       01  WS-RERUN-STAMP       PIC 9(14)    VALUE ZEROES.
       01  WS-RERUN-TRIAL       PIC 9(03)    VALUE ZEROES.
       01  WS-RERUN-SCEN-SEQ    PIC 9(03)    VALUE ZEROES.
       01  WS-RERUN-FOUND       PIC X        VALUE 'N'.
       01  WS-RERUN-SUITE-HITS  PIC 9(05)    VALUE ZEROES.

       01  WS-RLE-STATUS        PIC XX       VALUE SPACES.
       01  WS-RLE-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-RLE-DONE          PIC X        VALUE 'N'.
                   15  WS-PREV-LINE
                                PIC X(300)   VALUE SPACES.

      *    SIDE-BY-SIDE RUN: A RULES2 OR WRAP2 CARD STARTS A SECOND
      *    BOARD (B) FROM THE SAME SEED AS THE MAIN BOARD (A) AND
      *    EVOLVES IT IN STEP UNDER ITS OWN RULES AND EDGE SETTING.
      *    A SETTING NOT GIVEN FOR BOARD B IS TAKEN FROM BOARD A.
       01  WS-CMP-MODE          PIC X        VALUE 'N'.
       01  WS-CMP-STEPPING      PIC X        VALUE 'N'.
       01  WS-CMP-RULES-TEXT    PIC X(20)    VALUE SPACES.
       01  WS-CMP-RULES-DISPLAY PIC X(20)    VALUE SPACES.
       01  WS-CMP-WRAP-MODE     PIC X        VALUE SPACE.
       01  WS-CMP-BIRTH-RULE    PIC X(09)    VALUE SPACES.
       01  WS-CMP-SURVIVE-RULE  PIC X(09)    VALUE SPACES.
       01  WS-CMP-HOLD-RULE     PIC X(09)    VALUE SPACES.
       01  WS-CMP-HOLD-WRAP     PIC X        VALUE SPACE.
       01  WS-CMP-HOLD-LINE     PIC X(300)   VALUE SPACES.
       01  WS-CMP-SAVE-LIVE     PIC 9(08)    VALUE ZEROES.
       01  WS-CMP-SAVE-BIRTHS   PIC 9(08)    VALUE ZEROES.
       01  WS-CMP-SAVE-DEATHS   PIC 9(08)    VALUE ZEROES.
       01  WS-CMP-LIVE-COUNT    PIC 9(08)    VALUE ZEROES.
       01  WS-CMP-DIFF-COUNT    PIC 9(08)    VALUE ZEROES.
       01  WS-CMP-FIRST-DIVERGE PIC 9(08)    VALUE ZEROES.
       01  WS-CMP-EXTINCT-SWITCH
                                PIC X        VALUE 'N'.
       01  WS-CMP-EXTINCT-GENERATION
                                PIC 9(08)    VALUE ZEROES.
       01  WS-CMP-CYCLE-PERIOD  PIC 9(03)    VALUE ZEROES.
       01  WS-CMP-SETTLE-GEN    PIC 9(08)    VALUE ZEROES.
       01  WS-CMP-CYCLE-LAG     PIC 9(03)    VALUE ZEROES.
       01  WS-CMP-CYCLE-SAME    PIC X        VALUE 'N'.
       01  WS-CMP-PREV-COUNT    PIC 9(03)    VALUE ZEROES.
       01  WS-CMP-SHIFT-IX      PIC 9(03)    VALUE ZEROES.
       01  WS-CMP-SHOW-WIDTH    PIC 9(03)    VALUE ZEROES.

       01  WS-CMP-BOARD.
           05  WS-CMP-LINE      PIC X(300)   VALUE SPACES
                                OCCURS 300 TIMES.

      *    SLOT N HOLDS BOARD B AS IT LOOKED N GENERATIONS AGO.
       01  WS-CMP-PREV-GEN-TABLE.
           05  WS-CMP-PREV-GEN  OCCURS 16 TIMES.
               10  WS-CMP-PREV-ROW
                                OCCURS 300 TIMES.
                   15  WS-CMP-PREV-LINE
                                PIC X(300)   VALUE SPACES.

       01  WS-PRINT-COMPARE-LINE.
           05  WS-PX-CTL        PIC X        VALUE SPACE.
           05  WS-PX-TEXT.
               10  FILLER       PIC X(13)    VALUE 'COMPARISON - '.
               10  FILLER       PIC X(07)    VALUE 'POP A: '.
               10  WS-PX-POP-A  PIC ZZZZZZZ9.
               10  FILLER       PIC X(03)    VALUE SPACES.
               10  FILLER       PIC X(07)    VALUE 'POP B: '.
               10  WS-PX-POP-B  PIC ZZZZZZZ9.
               10  FILLER       PIC X(03)    VALUE SPACES.
               10  FILLER       PIC X(17)
                   VALUE 'DIFFERING CELLS: '.
               10  WS-PX-DIFF   PIC ZZZZZZZ9.
               10  FILLER       PIC X(03)    VALUE SPACES.
               10  FILLER       PIC X(18)
                   VALUE 'FIRST DIVERGENCE: '.
               10  WS-PX-FIRST  PIC X(08).
           05  FILLER           PIC X(197)   VALUE SPACES.

       01  WS-PRINT-COMPARE-TITLE.
           05  WS-PXT-CTL       PIC X        VALUE '1'.
           05  FILLER           PIC X(10)    VALUE SPACES.
           05  FILLER           PIC X(23)
               VALUE 'SIDE-BY-SIDE COMPARISON'.
           05  FILLER           PIC X(267)   VALUE SPACES.

      *    EDGE LOSS ON A BOUNDED BOARD: A CELL THE RULES WOULD BRING
      *    TO LIFE JUST OUTSIDE AN EDGE IS LOST TO THE COLONY, AND
      *    EVERY LATER CHANGE AT THAT EDGE IS DEFORMED BY ITS ABSENCE.
      *    THE RING TABLES COUNT THE LIVE NEIGHBORS OF EACH POSITION
      *    ONE STEP OFF THE BOARD.  TOP/BOTTOM ENTRY N IS COLUMN N-1
      *    (THE CORNERS COUNT AS TOP/BOTTOM); LEFT/RIGHT ENTRY N IS
      *    ROW N.  ONLY THE MAIN BOARD (A) IS ACCOUNTED FOR.
       01  WS-EDGE-RING.
           05  WS-EDGE-TOP-NEI  PIC 9        OCCURS 302 TIMES.
           05  WS-EDGE-BOTTOM-NEI
                                PIC 9        OCCURS 302 TIMES.
           05  WS-EDGE-LEFT-NEI PIC 9        OCCURS 300 TIMES.
           05  WS-EDGE-RIGHT-NEI
                                PIC 9        OCCURS 300 TIMES.

       01  WS-EDGE-IX           PIC 9(03)    VALUE ZEROES.

       01  WS-EDGE-GEN-COUNTS.
           05  WS-EDGE-GEN-TOP  PIC 9(08)    VALUE ZEROES.
           05  WS-EDGE-GEN-BOTTOM
                                PIC 9(08)    VALUE ZEROES.
           05  WS-EDGE-GEN-LEFT PIC 9(08)    VALUE ZEROES.
           05  WS-EDGE-GEN-RIGHT
                                PIC 9(08)    VALUE ZEROES.
           05  WS-EDGE-GEN-TOTAL
                                PIC 9(08)    VALUE ZEROES.

       01  WS-EDGE-TOTALS.
           05  WS-EDGE-TOT-TOP  PIC 9(08)    VALUE ZEROES.
           05  WS-EDGE-TOT-BOTTOM
                                PIC 9(08)    VALUE ZEROES.
           05  WS-EDGE-TOT-LEFT PIC 9(08)    VALUE ZEROES.
           05  WS-EDGE-TOT-RIGHT
                                PIC 9(08)    VALUE ZEROES.
           05  WS-EDGE-TOT-ALL  PIC 9(08)    VALUE ZEROES.
           05  WS-EDGE-GENS     PIC 9(08)    VALUE ZEROES.
           05  WS-EDGE-FIRST-GEN
                                PIC 9(08)    VALUE ZEROES.
           05  WS-EDGE-LAST-GEN PIC 9(08)    VALUE ZEROES.

      *    EDGELIMIT/EDGEACTION CARDS: ONCE THE CELLS LOST AT ALL
      *    EDGES PASS THE LIMIT THE RUN IS WARNED (WARN) OR ENDED
      *    AFTER THAT GENERATION (STOP).
       01  WS-EDGE-LIMIT        PIC 9(08)    VALUE ZEROES.
       01  WS-EDGE-LIMIT-GIVEN  PIC X        VALUE 'N'.
       01  WS-EDGE-ACTION       PIC X(04)    VALUE 'WARN'.
       01  WS-EDGE-LIMIT-PASSED PIC X        VALUE 'N'.
       01  WS-EDGE-LIMIT-GEN    PIC 9(08)    VALUE ZEROES.
       01  WS-EDGE-STOPPED      PIC X        VALUE 'N'.
       01  WS-EDGE-RESTORED     PIC X        VALUE 'N'.

       01  WS-EDGE-LIST-COUNT   PIC 9(03)    VALUE ZEROES.
       01  WS-EDGE-LIST-TABLE.
           05  WS-EDGE-LIST-ENTRY
                                OCCURS 200 TIMES.
               10  WS-EL-GENERATION
                                PIC 9(08).
               10  WS-EL-TOP    PIC 9(08).
               10  WS-EL-BOTTOM PIC 9(08).
               10  WS-EL-LEFT   PIC 9(08).
               10  WS-EL-RIGHT  PIC 9(08).
               10  WS-EL-TOTAL  PIC 9(08).

       01  WS-PRINT-EDGE-TITLE.
           05  WS-PET-CTL       PIC X        VALUE '1'.
           05  FILLER           PIC X(10)    VALUE SPACES.
           05  FILLER           PIC X(20)
               VALUE 'EDGE LOSS ACCOUNTING'.
           05  FILLER           PIC X(270)   VALUE SPACES.

       01  WS-EDGE-LIST-HEADING.
           05  FILLER           PIC X(12)    VALUE '  GENERATION'.
           05  FILLER           PIC X(10)    VALUE '       TOP'.
           05  FILLER           PIC X(10)    VALUE '    BOTTOM'.
           05  FILLER           PIC X(10)    VALUE '      LEFT'.
           05  FILLER           PIC X(10)    VALUE '     RIGHT'.
           05  FILLER           PIC X(10)    VALUE '     TOTAL'.

       01  WS-EDGE-LIST-LINE.
           05  FILLER           PIC X(04)    VALUE SPACES.
           05  WS-ELL-GENERATION
                                PIC ZZZZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-ELL-TOP       PIC ZZZZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-ELL-BOTTOM    PIC ZZZZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-ELL-LEFT      PIC ZZZZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-ELL-RIGHT     PIC ZZZZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-ELL-TOTAL     PIC ZZZZZZZ9.

      *    SHAPES RECOGNIZED BY THE END-OF-RUN OBJECT CENSUS.  EACH
      *    ENTRY IS ONE PHASE OF THE OBJECT; THE MATCHER TRIES ALL
      *    FOUR ROTATIONS AND THEIR MIRROR IMAGES OF EACH ENTRY.
                  OR   WS-STEADY-STATE = 'Y'
                  OR   WS-OSCILLATING = 'Y'
                  OR   WS-STOP-REQUESTED = 'Y'
                  OR   WS-EDGE-STOPPED = 'Y'

               SUBTRACT 1 FROM WS-GENERATION

               PERFORM 9999-FINAL
               THRU  F-9999-FINAL

               IF  WS-EDGE-LIMIT-PASSED = 'Y'
                   MOVE 4 TO RETURN-CODE
               END-IF

           END-IF.

       F-MAIN-PROGRAM. GOBACK.
           PERFORM 1020-READ-CONTROL-FILE
           THRU  F-1020-READ-CONTROL-FILE.

           IF  WS-PARM-ERROR NOT = 'Y'
               AND WS-RERUN-STAMP > 0
               PERFORM 1100-LOAD-RERUN-ENTRY
               THRU  F-1100-LOAD-RERUN-ENTRY
           END-IF.

           IF  WS-PARM-ERROR = 'Y'

               DISPLAY 'RUN REJECTED - CORRECT THE RUN CONTROL FILE '

               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP

               IF  WS-RANDOM-SEED-GIVEN NOT = 'Y'
                   MOVE FUNCTION CURRENT-DATE (9:8) TO WS-RANDOM-SEED
               END-IF

               PERFORM 1080-PARSE-RULES
               THRU  F-1080-PARSE-RULES

      *        BOARD B CANNOT BE CHECKPOINTED, SO A SIDE-BY-SIDE RUN
      *        ALWAYS STARTS FROM THE SEED.
               IF  WS-CMP-MODE = 'Y'
                   PERFORM 1087-PARSE-COMPARE-RULES
                   THRU  F-1087-PARSE-COMPARE-RULES
                   MOVE 'N' TO WS-RESTART-SWITCH
               ELSE
                   PERFORM 1050-ATTEMPT-RESTART
                   THRU  F-1050-ATTEMPT-RESTART
               END-IF

               IF  WS-RESTART-SWITCH NOT = 'Y'

                   MOVE FUNCTION RANDOM(WS-RANDOM-SEED) TO WS-FECHA

                   EVALUATE WS-SEED-SOURCE


               END-IF

               IF  WS-PARM-ERROR NOT = 'Y'
                   AND WS-CMP-MODE = 'Y'
                   PERFORM 1600-COPY-COMPARE-ROW
                   THRU  F-1600-COPY-COMPARE-ROW
                   VARYING WS-X FROM 1 BY 1
                   UNTIL   WS-X > CT-CANVAS-HEIGHT
               END-IF

               IF  WS-PARM-ERROR NOT = 'Y'

                   IF  WS-OUTPUT-MODE = 'P'
                   PERFORM 1040-CHECK-RULES-VALUE
                   THRU  F-1040-CHECK-RULES-VALUE

               WHEN 'WRAP2'

                   MOVE FUNCTION UPPER-CASE(WS-CTL-VALUE)
                        TO WS-CTL-VALUE
                   IF  WS-CTL-VALUE = 'Y' OR WS-CTL-VALUE = 'N'
                       MOVE WS-CTL-VALUE(1 : 1) TO WS-CMP-WRAP-MODE
                       MOVE 'Y'                 TO WS-CMP-MODE
                   ELSE
                       PERFORM 1032-REJECT-CARD
                       THRU  F-1032-REJECT-CARD
                   END-IF

               WHEN 'RULES2'

                   PERFORM 1040-CHECK-RULES-VALUE
                   THRU  F-1040-CHECK-RULES-VALUE

               WHEN 'SEED'

                   MOVE FUNCTION UPPER-CASE(WS-CTL-VALUE)
                   IF  WS-CTL-NUM-OK = 'Y'
                       AND WS-CTL-NUMBER > 0
                       MOVE WS-CTL-NUMBER TO CT-TURNS
                       MOVE 'Y'           TO WS-TURNS-GIVEN
                   ELSE
                       PERFORM 1032-REJECT-CARD
                       THRU  F-1032-REJECT-CARD
                       THRU  F-1032-REJECT-CARD
                   END-IF

               WHEN 'RANDSEED'

                   PERFORM 1030-GET-NUMERIC-VALUE
                   THRU  F-1030-GET-NUMERIC-VALUE
                   IF  WS-CTL-NUM-OK = 'Y'
                       MOVE WS-CTL-NUMBER TO WS-RANDOM-SEED
                       MOVE 'Y'           TO WS-RANDOM-SEED-GIVEN
                   ELSE
                       PERFORM 1032-REJECT-CARD
                       THRU  F-1032-REJECT-CARD
                   END-IF

               WHEN 'RERUN'

                   IF  WS-CTL-VALUE(1 : 14) IS NUMERIC
                       AND WS-CTL-VALUE(15 :) = SPACES
                       MOVE WS-CTL-VALUE(1 : 14) TO WS-RERUN-STAMP
                   ELSE
                       PERFORM 1032-REJECT-CARD
                       THRU  F-1032-REJECT-CARD
                   END-IF

               WHEN 'TRIAL'

                   PERFORM 1030-GET-NUMERIC-VALUE
                   THRU  F-1030-GET-NUMERIC-VALUE
                   IF  WS-CTL-NUM-OK = 'Y'
                       AND WS-CTL-NUMBER NOT > 999
                       MOVE WS-CTL-NUMBER TO WS-RERUN-TRIAL
                   ELSE
                       PERFORM 1032-REJECT-CARD
                       THRU  F-1032-REJECT-CARD
                   END-IF

               WHEN 'SCENARIO'

                   PERFORM 1030-GET-NUMERIC-VALUE
                   THRU  F-1030-GET-NUMERIC-VALUE
                   IF  WS-CTL-NUM-OK = 'Y'
                       AND WS-CTL-NUMBER > 0
                       AND WS-CTL-NUMBER NOT > 999
                       MOVE WS-CTL-NUMBER TO WS-RERUN-SCEN-SEQ
                   ELSE
                       PERFORM 1032-REJECT-CARD
                       THRU  F-1032-REJECT-CARD
                   END-IF

               WHEN 'EDGELIMIT'

                   PERFORM 1030-GET-NUMERIC-VALUE
                   THRU  F-1030-GET-NUMERIC-VALUE
                   IF  WS-CTL-NUM-OK = 'Y'
                       MOVE WS-CTL-NUMBER TO WS-EDGE-LIMIT
                       MOVE 'Y'           TO WS-EDGE-LIMIT-GIVEN
                   ELSE
                       PERFORM 1032-REJECT-CARD
                       THRU  F-1032-REJECT-CARD
                   END-IF

               WHEN 'EDGEACTION'

                   MOVE FUNCTION UPPER-CASE(WS-CTL-VALUE)
                        TO WS-CTL-VALUE
                   IF  WS-CTL-VALUE = 'WARN' OR WS-CTL-VALUE = 'STOP'
                       MOVE WS-CTL-VALUE(1 : 4) TO WS-EDGE-ACTION
                   ELSE
                       PERFORM 1032-REJECT-CARD
                       THRU  F-1032-REJECT-CARD
                   END-IF

               WHEN OTHER

                   PERFORM 1032-REJECT-CARD
                  OR   WS-PARM-ERROR = 'Y'

               IF  WS-PARM-ERROR NOT = 'Y'
                   IF  WS-CTL-KEYWORD = 'RULES2'
                       MOVE WS-CTL-VALUE(1 : 20) TO WS-CMP-RULES-TEXT
                       MOVE 'Y'                  TO WS-CMP-MODE
                   ELSE
                       MOVE WS-CTL-VALUE(1 : 20) TO WS-RULES-TEXT
                   END-IF
               END-IF

           END-IF.

       F-1085-PARSE-RULE-CHAR. EXIT.

      *    BOARD B SETTINGS ARE HELD OUTSIDE CT- AND SWAPPED IN ONLY
      *    WHILE BOARD B IS WORKED ON (SEE 2510).
       1087-PARSE-COMPARE-RULES.

           MOVE CT-BIRTH-RULE   TO WS-CMP-BIRTH-RULE.
           MOVE CT-SURVIVE-RULE TO WS-CMP-SURVIVE-RULE.

           IF  WS-CMP-WRAP-MODE = SPACE
               MOVE CT-WRAP-MODE TO WS-CMP-WRAP-MODE
           END-IF.

           PERFORM 2510-SWAP-BOARD-SETTINGS
           THRU  F-2510-SWAP-BOARD-SETTINGS.

           IF  WS-CMP-RULES-TEXT NOT = SPACES

               MOVE FUNCTION UPPER-CASE(WS-CMP-RULES-TEXT)
                    TO WS-RULES-UPPER
               MOVE '000000000' TO CT-BIRTH-RULE
               MOVE '000000000' TO CT-SURVIVE-RULE
               MOVE SPACES TO WS-RULE-MODE

               PERFORM 1085-PARSE-RULE-CHAR
               THRU  F-1085-PARSE-RULE-CHAR
               VARYING WS-RULE-POS FROM 1 BY 1
               UNTIL   WS-RULE-POS > 20

           END-IF.

           PERFORM 1098-FORMAT-RULES-DISPLAY
           THRU  F-1098-FORMAT-RULES-DISPLAY.

           MOVE WS-RULES-DISPLAY TO WS-CMP-RULES-DISPLAY.

           PERFORM 2510-SWAP-BOARD-SETTINGS
           THRU  F-2510-SWAP-BOARD-SETTINGS.

       F-1087-PARSE-COMPARE-RULES. EXIT.

      *    A RERUN TAKES THE BOARD SIZE, EDGES, RULES, SEED AND
      *    DENSITY OF THE RUNHIST ENTRY SO THE SAME STARTING BOARD IS
      *    REBUILT.  A TURNS CARD STILL OVERRIDES THE GENERATION COUNT.
       1100-LOAD-RERUN-ENTRY.

           MOVE 'N' TO WS-RERUN-FOUND.
           MOVE 'N' TO WS-HIST-EOF-SWITCH.
           MOVE 0   TO WS-RERUN-SUITE-HITS.

           OPEN INPUT HISTORY-FILE.

           IF  WS-HIST-STATUS NOT = '00'

               DISPLAY 'RUN CONTROL ERROR: UNABLE TO OPEN RUNHIST - '
                       'STATUS ' WS-HIST-STATUS
               MOVE 'Y' TO WS-PARM-ERROR

           ELSE

               PERFORM 1105-SCAN-RERUN-ENTRY
               THRU  F-1105-SCAN-RERUN-ENTRY
               UNTIL WS-HIST-EOF-SWITCH = 'Y'

               CLOSE HISTORY-FILE

               IF  WS-RERUN-FOUND NOT = 'Y'
                   DISPLAY 'RUN CONTROL ERROR: NO RUNHIST ENTRY FOR '
                           'RERUN ' WS-RERUN-STAMP
                           ' TRIAL ' WS-RERUN-TRIAL
                   MOVE 'Y' TO WS-PARM-ERROR
               ELSE
                   IF  WS-RERUN-SUITE-HITS > 1
                       AND WS-RERUN-SCEN-SEQ = 0
                       DISPLAY 'RUN CONTROL ERROR: RERUN '
                               WS-RERUN-STAMP ' TRIAL '
                               WS-RERUN-TRIAL
                               ' MATCHES MORE THAN ONE SCENARIO'
                       DISPLAY 'RUN CONTROL ERROR: ADD A SCENARIO= '
                               'CARD TO PICK THE SUITE ENTRY'
                       MOVE 'Y' TO WS-PARM-ERROR
                   END-IF
               END-IF

           END-IF.

       F-1100-LOAD-RERUN-ENTRY. EXIT.

       1105-SCAN-RERUN-ENTRY.

           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
               NOT AT END
                   IF  HIST-RUN-STAMP = WS-RERUN-STAMP
                       AND HIST-TRIAL-NO = WS-RERUN-TRIAL
                       AND ( WS-RERUN-SCEN-SEQ = 0
                          OR HIST-SCEN-SEQ = WS-RERUN-SCEN-SEQ )
                       IF  HIST-SOURCE = 'B'
                           ADD 1 TO WS-RERUN-SUITE-HITS
                       END-IF
                       IF  WS-RERUN-FOUND NOT = 'Y'
                           MOVE 'Y' TO WS-RERUN-FOUND
                           PERFORM 1110-APPLY-RERUN-ENTRY
                           THRU  F-1110-APPLY-RERUN-ENTRY
                       END-IF
                   END-IF
           END-READ.

       F-1105-SCAN-RERUN-ENTRY. EXIT.

       1110-APPLY-RERUN-ENTRY.

           IF  HIST-SEED-SOURCE NOT = 'RANDOM'
            OR HIST-RANDOM-SEED IS NOT NUMERIC
            OR HIST-DENSITY IS NOT NUMERIC

               DISPLAY 'RUN CONTROL ERROR: RUNHIST ENTRY '
                       WS-RERUN-STAMP ' HAS NO RANDOM SEED RECORDED'
               MOVE 'Y' TO WS-PARM-ERROR

           ELSE

               MOVE HIST-HEIGHT      TO CT-CANVAS-HEIGHT
               MOVE HIST-WIDTH       TO CT-CANVAS-WIDTH
               MOVE HIST-WRAP        TO CT-WRAP-MODE
               MOVE HIST-RULES       TO WS-RULES-TEXT
               MOVE 'RANDOM'         TO WS-SEED-SOURCE
               MOVE HIST-RANDOM-SEED TO WS-RANDOM-SEED
               MOVE 'Y'              TO WS-RANDOM-SEED-GIVEN

               IF  HIST-DENSITY > 0
                   MOVE HIST-DENSITY TO CT-CHANCE-OF-INITIAL-CELL
               END-IF

               IF  WS-TURNS-GIVEN NOT = 'Y'
                   AND HIST-GENERATIONS > 0
                   MOVE HIST-GENERATIONS TO CT-TURNS
               END-IF

           END-IF.

       F-1110-APPLY-RERUN-ENTRY. EXIT.

       1090-OPEN-PRINT-FILE.

           IF  WS-RESTART-SWITCH = 'Y'

       1092-OPEN-DETAIL-FILE.

           OPEN EXTEND DETAIL-FILE.

           IF  WS-DTL-STATUS = '35'
               OPEN OUTPUT DETAIL-FILE
           END-IF.


       1094-OPEN-SNAPSHOT-FILE.

           OPEN EXTEND SNAPSHOT-FILE.

           IF  WS-SNAP-STATUS = '35'
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF.

           PERFORM 1096-WRITE-ECHO-LINE
           THRU  F-1096-WRITE-ECHO-LINE.

           IF  WS-CMP-MODE = 'Y'

               MOVE '  BOARD B WRAP-AROUND EDGES. :' TO WS-PE-LABEL
               MOVE WS-CMP-WRAP-MODE      TO WS-PE-VALUE
               PERFORM 1096-WRITE-ECHO-LINE
               THRU  F-1096-WRITE-ECHO-LINE

               MOVE '  BOARD B RULES. . . . . . . :' TO WS-PE-LABEL
               MOVE WS-CMP-RULES-DISPLAY  TO WS-PE-VALUE
               PERFORM 1096-WRITE-ECHO-LINE
               THRU  F-1096-WRITE-ECHO-LINE

           END-IF.

           MOVE '  TURNS. . . . . . . . . . . :' TO WS-PE-LABEL.
           MOVE CT-TURNS              TO WS-ECHO-NUMBER.
           MOVE WS-ECHO-NUMBER        TO WS-PE-VALUE.
           PERFORM 1096-WRITE-ECHO-LINE
           THRU  F-1096-WRITE-ECHO-LINE.

           IF  WS-SEED-SOURCE = 'RANDOM'

               MOVE '  RANDOM SEED. . . . . . . . :' TO WS-PE-LABEL
               MOVE WS-RANDOM-SEED        TO WS-PE-VALUE
               PERFORM 1096-WRITE-ECHO-LINE
               THRU  F-1096-WRITE-ECHO-LINE

           END-IF.

           IF  WS-RERUN-STAMP > 0

               MOVE '  RERUN OF RUN STAMP . . . . :' TO WS-PE-LABEL
               MOVE WS-RERUN-STAMP        TO WS-PE-VALUE
               PERFORM 1096-WRITE-ECHO-LINE
               THRU  F-1096-WRITE-ECHO-LINE

               MOVE '  RERUN OF TRIAL . . . . . . :' TO WS-PE-LABEL
               MOVE WS-RERUN-TRIAL        TO WS-ECHO-NUMBER
               MOVE WS-ECHO-NUMBER        TO WS-PE-VALUE
               PERFORM 1096-WRITE-ECHO-LINE
               THRU  F-1096-WRITE-ECHO-LINE

           END-IF.

           IF  WS-SEED-SOURCE = 'PATTERN'

               MOVE '  SEED PATTERN . . . . . . . :' TO WS-PE-LABEL
           PERFORM 1096-WRITE-ECHO-LINE
           THRU  F-1096-WRITE-ECHO-LINE.

           IF  WS-EDGE-LIMIT-GIVEN = 'Y'

               MOVE '  EDGE-LOSS LIMIT. . . . . . :' TO WS-PE-LABEL
               MOVE WS-EDGE-LIMIT         TO WS-ECHO-NUMBER
               MOVE WS-ECHO-NUMBER        TO WS-PE-VALUE
               PERFORM 1096-WRITE-ECHO-LINE
               THRU  F-1096-WRITE-ECHO-LINE

               MOVE '  EDGE-LOSS ACTION . . . . . :' TO WS-PE-LABEL
               MOVE WS-EDGE-ACTION        TO WS-PE-VALUE
               PERFORM 1096-WRITE-ECHO-LINE
               THRU  F-1096-WRITE-ECHO-LINE

           END-IF.

       F-1095-ECHO-PARAMETERS. EXIT.

       1096-WRITE-ECHO-LINE.
           MOVE CHKPT-BIRTH-RULE   TO CT-BIRTH-RULE.
           MOVE CHKPT-SURVIVE-RULE TO CT-SURVIVE-RULE.

           IF  CHKPT-RUN-STAMP IS NUMERIC
               AND CHKPT-RUN-STAMP > 0
               MOVE CHKPT-RUN-STAMP   TO WS-RUN-STAMP
           END-IF.

           IF  CHKPT-RANDOM-SEED IS NUMERIC
               AND CHKPT-DENSITY IS NUMERIC
               MOVE CHKPT-RANDOM-SEED TO WS-RANDOM-SEED
               MOVE CHKPT-DENSITY     TO CT-CHANCE-OF-INITIAL-CELL
           END-IF.

      *    EDGE-LOSS TOTALS CARRY ACROSS A RESTART; THE GENERATIONS
      *    BEFORE IT ARE COUNTED BUT NOT LISTED ONE BY ONE.
           IF  CHKPT-EDGE-LOSS IS NUMERIC
               MOVE CHKPT-EDGE-TOP       TO WS-EDGE-TOT-TOP
               MOVE CHKPT-EDGE-BOTTOM    TO WS-EDGE-TOT-BOTTOM
               MOVE CHKPT-EDGE-LEFT      TO WS-EDGE-TOT-LEFT
               MOVE CHKPT-EDGE-RIGHT     TO WS-EDGE-TOT-RIGHT
               MOVE CHKPT-EDGE-GENS      TO WS-EDGE-GENS
               MOVE CHKPT-EDGE-FIRST-GEN TO WS-EDGE-FIRST-GEN
               MOVE CHKPT-EDGE-LAST-GEN  TO WS-EDGE-LAST-GEN
               COMPUTE WS-EDGE-TOT-ALL = WS-EDGE-TOT-TOP
                                       + WS-EDGE-TOT-BOTTOM
                                       + WS-EDGE-TOT-LEFT
                                       + WS-EDGE-TOT-RIGHT
               IF  WS-EDGE-GENS > 0
                   MOVE 'Y' TO WS-EDGE-RESTORED
               END-IF
           END-IF.

       F-1055-RESTORE-CHECKPOINT-PARMS. EXIT.

       1060-READ-CHECKPOINT-ROW.

       F-1589-PLACE-RLE-CELL. EXIT.

       1600-COPY-COMPARE-ROW.

           MOVE WS-LINE(WS-X) TO WS-CMP-LINE(WS-X).

       F-1600-COPY-COMPARE-ROW. EXIT.

       2000-PROCESS.

           MOVE 0 TO WS-LIVE-COUNT.
           MOVE 0 TO WS-BIRTHS-THIS-GEN.
           MOVE 0 TO WS-DEATHS-THIS-GEN.
           MOVE ZEROES TO WS-EDGE-GEN-COUNTS.

           PERFORM 4000-CHECK-NEIGHBOR-CELLS
           THRU  F-4000-CHECK-NEIGHBOR-CELLS.
           PERFORM 2150-SAVE-GENERATION-SNAPSHOT
           THRU  F-2150-SAVE-GENERATION-SNAPSHOT.

           IF  WS-CMP-MODE = 'Y'
               PERFORM 2500-STEP-COMPARE-BOARD
               THRU  F-2500-STEP-COMPARE-BOARD
           END-IF.

           IF  WS-OUTPUT-MODE = 'P'

               PERFORM 3050-PRINT-GENERATION

           END-IF.

           IF  WS-CMP-MODE = 'Y'
               PERFORM 2580-SHOW-COMPARISON-LINE
               THRU  F-2580-SHOW-COMPARISON-LINE
           END-IF.

           PERFORM 8000-UPDATE-STATISTICS
           THRU  F-8000-UPDATE-STATISTICS.

               THRU  F-2950-WRITE-DETAIL-RECORD
           END-IF.

           IF  WS-CMP-MODE NOT = 'Y'
               PERFORM 2900-WRITE-CHECKPOINT-IF-DUE
               THRU  F-2900-WRITE-CHECKPOINT-IF-DUE
           END-IF.

           IF  WS-SNAP-OPEN = 'Y'
               PERFORM 2980-WRITE-SNAPSHOT-IF-DUE

       F-2170-CAPTURE-SNAPSHOT-ROW. EXIT.

      *    BOARD B IS STEPPED WITH THE SAME ENGINE AS BOARD A: ITS
      *    ROWS AND SETTINGS ARE SWAPPED IN, ONE GENERATION IS APPLIED
      *    AND BOARD A IS SWAPPED BACK.  THE HEAT MAP COUNTS BOARD A
      *    ONLY.
       2500-STEP-COMPARE-BOARD.

           MOVE WS-LIVE-COUNT      TO WS-CMP-SAVE-LIVE.
           MOVE WS-BIRTHS-THIS-GEN TO WS-CMP-SAVE-BIRTHS.
           MOVE WS-DEATHS-THIS-GEN TO WS-CMP-SAVE-DEATHS.

           PERFORM 2505-SWAP-BOARD-ROW
           THRU  F-2505-SWAP-BOARD-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           PERFORM 2510-SWAP-BOARD-SETTINGS
           THRU  F-2510-SWAP-BOARD-SETTINGS.

           MOVE 'Y' TO WS-CMP-STEPPING.
           MOVE 0   TO WS-LIVE-COUNT.
           MOVE 0   TO WS-BIRTHS-THIS-GEN.
           MOVE 0   TO WS-DEATHS-THIS-GEN.

           PERFORM 4000-CHECK-NEIGHBOR-CELLS
           THRU  F-4000-CHECK-NEIGHBOR-CELLS.

           PERFORM 3500-OVERWRITE-CELL
           THRU  F-3500-OVERWRITE-CELL
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           MOVE WS-LIVE-COUNT TO WS-CMP-LIVE-COUNT.
           MOVE 'N'           TO WS-CMP-STEPPING.

           PERFORM 2510-SWAP-BOARD-SETTINGS
           THRU  F-2510-SWAP-BOARD-SETTINGS.

           PERFORM 2505-SWAP-BOARD-ROW
           THRU  F-2505-SWAP-BOARD-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           MOVE WS-CMP-SAVE-LIVE   TO WS-LIVE-COUNT.
           MOVE WS-CMP-SAVE-BIRTHS TO WS-BIRTHS-THIS-GEN.
           MOVE WS-CMP-SAVE-DEATHS TO WS-DEATHS-THIS-GEN.

           MOVE 0 TO WS-CMP-DIFF-COUNT.

           PERFORM 2520-COUNT-DIFF-ROW
           THRU  F-2520-COUNT-DIFF-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           IF  WS-CMP-DIFF-COUNT > 0
               AND WS-CMP-FIRST-DIVERGE = 0
               MOVE WS-GENERATION TO WS-CMP-FIRST-DIVERGE
           END-IF.

           IF  WS-CMP-LIVE-COUNT = 0
               AND WS-CMP-EXTINCT-SWITCH = 'N'
               MOVE 'Y'           TO WS-CMP-EXTINCT-SWITCH
               MOVE WS-GENERATION TO WS-CMP-EXTINCT-GENERATION
           END-IF.

      *    ONCE BOARD B HAS SETTLED ITS FIRST CYCLE IS KEPT; IT GOES
      *    ON BEING STEPPED SO THE DIFFERENCE COUNT STAYS CURRENT.
           IF  WS-CMP-CYCLE-PERIOD = 0

               PERFORM 2530-CHECK-COMPARE-CYCLE-LAG
               THRU  F-2530-CHECK-COMPARE-CYCLE-LAG
               VARYING WS-CMP-CYCLE-LAG FROM 1 BY 1
               UNTIL   WS-CMP-CYCLE-LAG > WS-CMP-PREV-COUNT
                  OR   WS-CMP-CYCLE-LAG > WS-LOOKBACK-DEPTH
                  OR   WS-CMP-CYCLE-PERIOD > 0

               IF  WS-CMP-CYCLE-PERIOD > 0
                   MOVE WS-GENERATION TO WS-CMP-SETTLE-GEN
               ELSE
                   PERFORM 2540-SAVE-COMPARE-SNAPSHOT
                   THRU  F-2540-SAVE-COMPARE-SNAPSHOT
               END-IF

           END-IF.

       F-2500-STEP-COMPARE-BOARD. EXIT.

       2505-SWAP-BOARD-ROW.

           MOVE WS-LINE(WS-X)     TO WS-CMP-HOLD-LINE.
           MOVE WS-CMP-LINE(WS-X) TO WS-LINE(WS-X).
           MOVE WS-CMP-HOLD-LINE  TO WS-CMP-LINE(WS-X).

           PERFORM 1070-REBUILD-CELLS-FROM-LINE
           THRU  F-1070-REBUILD-CELLS-FROM-LINE
           VARYING WS-Y FROM 1 BY 1
           UNTIL   WS-Y > CT-CANVAS-WIDTH.

       F-2505-SWAP-BOARD-ROW. EXIT.

       2510-SWAP-BOARD-SETTINGS.

           MOVE CT-BIRTH-RULE       TO WS-CMP-HOLD-RULE.
           MOVE WS-CMP-BIRTH-RULE   TO CT-BIRTH-RULE.
           MOVE WS-CMP-HOLD-RULE    TO WS-CMP-BIRTH-RULE.

           MOVE CT-SURVIVE-RULE     TO WS-CMP-HOLD-RULE.
           MOVE WS-CMP-SURVIVE-RULE TO CT-SURVIVE-RULE.
           MOVE WS-CMP-HOLD-RULE    TO WS-CMP-SURVIVE-RULE.

           MOVE CT-WRAP-MODE        TO WS-CMP-HOLD-WRAP.
           MOVE WS-CMP-WRAP-MODE    TO CT-WRAP-MODE.
           MOVE WS-CMP-HOLD-WRAP    TO WS-CMP-WRAP-MODE.

       F-2510-SWAP-BOARD-SETTINGS. EXIT.

       2520-COUNT-DIFF-ROW.

           IF  WS-LINE(WS-X) NOT = WS-CMP-LINE(WS-X)
               PERFORM 2525-COUNT-DIFF-CELL
               THRU  F-2525-COUNT-DIFF-CELL
               VARYING WS-Y FROM 1 BY 1
               UNTIL   WS-Y > CT-CANVAS-WIDTH
           END-IF.

       F-2520-COUNT-DIFF-ROW. EXIT.

       2525-COUNT-DIFF-CELL.

           IF  WS-LINE(WS-X)(WS-Y : 1) NOT =
               WS-CMP-LINE(WS-X)(WS-Y : 1)
               ADD 1 TO WS-CMP-DIFF-COUNT
           END-IF.

       F-2525-COUNT-DIFF-CELL. EXIT.

       2530-CHECK-COMPARE-CYCLE-LAG.

           MOVE 'Y' TO WS-CMP-CYCLE-SAME.

           PERFORM 2535-COMPARE-B-LAG-ROW
           THRU  F-2535-COMPARE-B-LAG-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT
              OR   WS-CMP-CYCLE-SAME = 'N'.

           IF  WS-CMP-CYCLE-SAME = 'Y'
               MOVE WS-CMP-CYCLE-LAG TO WS-CMP-CYCLE-PERIOD
           END-IF.

       F-2530-CHECK-COMPARE-CYCLE-LAG. EXIT.

       2535-COMPARE-B-LAG-ROW.

           IF  WS-CMP-LINE(WS-X) NOT =
               WS-CMP-PREV-LINE(WS-CMP-CYCLE-LAG, WS-X)
               MOVE 'N' TO WS-CMP-CYCLE-SAME
           END-IF.

       F-2535-COMPARE-B-LAG-ROW. EXIT.

       2540-SAVE-COMPARE-SNAPSHOT.

           IF  WS-CMP-PREV-COUNT < WS-LOOKBACK-DEPTH
               ADD 1 TO WS-CMP-PREV-COUNT
           END-IF.

           PERFORM 2545-SHIFT-COMPARE-SLOT
           THRU  F-2545-SHIFT-COMPARE-SLOT
           VARYING WS-CMP-SHIFT-IX FROM WS-CMP-PREV-COUNT BY -1
           UNTIL   WS-CMP-SHIFT-IX < 2.

           PERFORM 2547-CAPTURE-COMPARE-ROW
           THRU  F-2547-CAPTURE-COMPARE-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

       F-2540-SAVE-COMPARE-SNAPSHOT. EXIT.

       2545-SHIFT-COMPARE-SLOT.

           MOVE WS-CMP-PREV-GEN(WS-CMP-SHIFT-IX - 1)
             TO WS-CMP-PREV-GEN(WS-CMP-SHIFT-IX).

       F-2545-SHIFT-COMPARE-SLOT. EXIT.

       2547-CAPTURE-COMPARE-ROW.

           MOVE WS-CMP-LINE(WS-X) TO WS-CMP-PREV-LINE(1, WS-X).

       F-2547-CAPTURE-COMPARE-ROW. EXIT.

       2580-SHOW-COMPARISON-LINE.

           MOVE WS-LIVE-COUNT     TO WS-PX-POP-A.
           MOVE WS-CMP-LIVE-COUNT TO WS-PX-POP-B.
           MOVE WS-CMP-DIFF-COUNT TO WS-PX-DIFF.

           IF  WS-CMP-FIRST-DIVERGE = 0
               MOVE 'NONE YET'           TO WS-PX-FIRST
           ELSE
               MOVE WS-CMP-FIRST-DIVERGE TO WS-ECHO-NUMBER
               MOVE WS-ECHO-NUMBER       TO WS-PX-FIRST
           END-IF.

           IF  WS-OUTPUT-MODE = 'P'
               WRITE PRINT-RECORD FROM WS-PRINT-COMPARE-LINE
           ELSE
               DISPLAY WS-PX-TEXT
           END-IF.

       F-2580-SHOW-COMPARISON-LINE. EXIT.

       2900-WRITE-CHECKPOINT-IF-DUE.

           DIVIDE WS-GENERATION BY CT-CHECKPOINT-INTERVAL
               GIVING    WS-CHECKPOINT-QUOTIENT
               REMAINDER WS-CHECKPOINT-REMAINDER.

           IF  WS-CHECKPOINT-REMAINDER = 0
               PERFORM 2910-WRITE-CHECKPOINT
               THRU  F-2910-WRITE-CHECKPOINT
           END-IF.

       F-2900-WRITE-CHECKPOINT-IF-DUE. EXIT.

       2910-WRITE-CHECKPOINT.

           OPEN OUTPUT CHECKPOINT-FILE.

           IF  WS-CHKPT-STATUS = '00'

               MOVE SPACES              TO CHKPT-HEADER-RECORD
               MOVE 'H'                 TO CHKPT-REC-TYPE
               MOVE WS-GENERATION       TO CHKPT-GENERATION
               MOVE WS-MIN-POPULATION   TO CHKPT-MIN-POP
               MOVE WS-MAX-POPULATION   TO CHKPT-MAX-POP
               MOVE WS-TOTAL-POPULATION TO CHKPT-TOTAL-POP
               MOVE CT-CANVAS-HEIGHT    TO CHKPT-HEIGHT
               MOVE CT-CANVAS-WIDTH     TO CHKPT-WIDTH
               MOVE WS-EXTINCT-GENERATION
                                        TO CHKPT-EXTINCT-GENERATION
               MOVE WS-PRINT-PAGE       TO CHKPT-PRINT-PAGE
               MOVE WS-RUN-STAMP        TO CHKPT-RUN-STAMP
               MOVE WS-RANDOM-SEED      TO CHKPT-RANDOM-SEED
               MOVE CT-CHANCE-OF-INITIAL-CELL
                                        TO CHKPT-DENSITY
               MOVE WS-EDGE-TOT-TOP     TO CHKPT-EDGE-TOP
               MOVE WS-EDGE-TOT-BOTTOM  TO CHKPT-EDGE-BOTTOM
               MOVE WS-EDGE-TOT-LEFT    TO CHKPT-EDGE-LEFT
               MOVE WS-EDGE-TOT-RIGHT   TO CHKPT-EDGE-RIGHT
               MOVE WS-EDGE-GENS        TO CHKPT-EDGE-GENS
               MOVE WS-EDGE-FIRST-GEN   TO CHKPT-EDGE-FIRST-GEN
               MOVE WS-EDGE-LAST-GEN    TO CHKPT-EDGE-LAST-GEN
               WRITE CHKPT-HEADER-RECORD

               PERFORM 2920-WRITE-CHECKPOINT-ROW
           MOVE WS-GENERATION    TO SNAP-GENERATION.
           MOVE CT-CANVAS-HEIGHT TO SNAP-HEIGHT.
           MOVE CT-CANVAS-WIDTH  TO SNAP-WIDTH.
           MOVE WS-RUN-STAMP     TO SNAP-RUN-STAMP.
           WRITE SNAP-HEADER-RECORD.

           PERFORM 2990-WRITE-SNAPSHOT-ROW
           MOVE WS-LIVE-COUNT      TO DTL-POPULATION.
           MOVE WS-BIRTHS-THIS-GEN TO DTL-BIRTHS.
           MOVE WS-DEATHS-THIS-GEN TO DTL-DEATHS.
           MOVE WS-RUN-STAMP       TO DTL-RUN-STAMP.
           MOVE WS-EDGE-GEN-TOTAL  TO DTL-EDGE-LOSS.

           IF  WS-BIRTHS-THIS-GEN NOT < WS-DEATHS-THIS-GEN
               MOVE '+' TO DTL-NET-SIGN
               MOVE 'N' TO WS-BIRTH-ON-ZERO
           END-IF.

           IF  CT-WRAP-MODE NOT = 'Y'
               AND WS-CMP-STEPPING NOT = 'Y'
               MOVE ZEROES TO WS-EDGE-RING
           END-IF.

           PERFORM 4050-CLEAR-NEIGHBOR-ROW
           THRU  F-4050-CLEAR-NEIGHBOR-ROW
           VARYING WS-X FROM 1 BY 1
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           IF  CT-WRAP-MODE NOT = 'Y'
               AND WS-CMP-STEPPING NOT = 'Y'
               PERFORM 4300-COUNT-EDGE-LOSS
               THRU  F-4300-COUNT-EDGE-LOSS
           END-IF.

       F-4000-CHECK-NEIGHBOR-CELLS. EXIT.

       4050-CLEAR-NEIGHBOR-ROW.
                       AND WS-NEI-COL > 0
                       AND WS-NEI-COL NOT > CT-CANVAS-WIDTH
                       ADD 1 TO WS-NEIGHBORS(WS-NEI-ROW,WS-NEI-COL)
                   ELSE
                       IF  WS-CMP-STEPPING NOT = 'Y'
                           PERFORM 4180-BUMP-EDGE-RING
                           THRU  F-4180-BUMP-EDGE-RING
                       END-IF
                   END-IF

               END-IF

       F-4170-BUMP-NEIGHBOR. EXIT.

       4180-BUMP-EDGE-RING.

           EVALUATE TRUE
               WHEN WS-NEI-ROW < 1
                   ADD 1 TO WS-EDGE-TOP-NEI(WS-NEI-COL + 1)
               WHEN WS-NEI-ROW > CT-CANVAS-HEIGHT
                   ADD 1 TO WS-EDGE-BOTTOM-NEI(WS-NEI-COL + 1)
               WHEN WS-NEI-COL < 1
                   ADD 1 TO WS-EDGE-LEFT-NEI(WS-NEI-ROW)
               WHEN OTHER
                   ADD 1 TO WS-EDGE-RIGHT-NEI(WS-NEI-ROW)
           END-EVALUATE.

       F-4180-BUMP-EDGE-RING. EXIT.

       4200-APPLY-RULES-ROW.

           IF  WS-ROW-ACTIVE(WS-X) = 'Y'

               IF  WS-CELL(WS-X,WS-Y) = 1
                   ADD 1 TO WS-LIVE-COUNT
                   IF  WS-CMP-STEPPING NOT = 'Y'
                       ADD 1 TO WS-HEAT(WS-X,WS-Y)
                   END-IF
               END-IF

           END-IF.

       F-4250-APPLY-RULES-CELL. EXIT.

      *    AN OFF-BOARD POSITION WHOSE NEIGHBOR COUNT MEETS THE BIRTH
      *    RULE IS ONE CELL LOST AT THAT EDGE THIS GENERATION.  A
      *    BIRTH-ON-ZERO RULE IS NOT COUNTED: IT WOULD FILL THE WHOLE
      *    PLANE, NOT JUST THE EDGES.
       4300-COUNT-EDGE-LOSS.

           PERFORM 4310-CHECK-EDGE-COLUMN
           THRU  F-4310-CHECK-EDGE-COLUMN
           VARYING WS-EDGE-IX FROM 1 BY 1
           UNTIL   WS-EDGE-IX > CT-CANVAS-WIDTH + 2.

           PERFORM 4320-CHECK-EDGE-ROW
           THRU  F-4320-CHECK-EDGE-ROW
           VARYING WS-EDGE-IX FROM 1 BY 1
           UNTIL   WS-EDGE-IX > CT-CANVAS-HEIGHT.

           COMPUTE WS-EDGE-GEN-TOTAL = WS-EDGE-GEN-TOP
                                     + WS-EDGE-GEN-BOTTOM
                                     + WS-EDGE-GEN-LEFT
                                     + WS-EDGE-GEN-RIGHT.

           IF  WS-EDGE-GEN-TOTAL > 0
               PERFORM 4350-RECORD-EDGE-LOSS
               THRU  F-4350-RECORD-EDGE-LOSS
           END-IF.

       F-4300-COUNT-EDGE-LOSS. EXIT.

       4310-CHECK-EDGE-COLUMN.

           IF  WS-EDGE-TOP-NEI(WS-EDGE-IX) > 0
               AND CT-BIRTH-RULE(WS-EDGE-TOP-NEI(WS-EDGE-IX) + 1 : 1)
                   = '1'
               ADD 1 TO WS-EDGE-GEN-TOP
           END-IF.

           IF  WS-EDGE-BOTTOM-NEI(WS-EDGE-IX) > 0
               AND CT-BIRTH-RULE(WS-EDGE-BOTTOM-NEI(WS-EDGE-IX) + 1 : 1)
                   = '1'
               ADD 1 TO WS-EDGE-GEN-BOTTOM
           END-IF.

       F-4310-CHECK-EDGE-COLUMN. EXIT.

       4320-CHECK-EDGE-ROW.

           IF  WS-EDGE-LEFT-NEI(WS-EDGE-IX) > 0
               AND CT-BIRTH-RULE(WS-EDGE-LEFT-NEI(WS-EDGE-IX) + 1 : 1)
                   = '1'
               ADD 1 TO WS-EDGE-GEN-LEFT
           END-IF.

           IF  WS-EDGE-RIGHT-NEI(WS-EDGE-IX) > 0
               AND CT-BIRTH-RULE(WS-EDGE-RIGHT-NEI(WS-EDGE-IX) + 1 : 1)
                   = '1'
               ADD 1 TO WS-EDGE-GEN-RIGHT
           END-IF.

       F-4320-CHECK-EDGE-ROW. EXIT.

       4350-RECORD-EDGE-LOSS.

           ADD WS-EDGE-GEN-TOP    TO WS-EDGE-TOT-TOP.
           ADD WS-EDGE-GEN-BOTTOM TO WS-EDGE-TOT-BOTTOM.
           ADD WS-EDGE-GEN-LEFT   TO WS-EDGE-TOT-LEFT.
           ADD WS-EDGE-GEN-RIGHT  TO WS-EDGE-TOT-RIGHT.
           ADD WS-EDGE-GEN-TOTAL  TO WS-EDGE-TOT-ALL.
           ADD 1                  TO WS-EDGE-GENS.

           IF  WS-EDGE-FIRST-GEN = 0
               MOVE WS-GENERATION TO WS-EDGE-FIRST-GEN
           END-IF.

           MOVE WS-GENERATION TO WS-EDGE-LAST-GEN.

           IF  WS-EDGE-LIST-COUNT < CT-EDGE-LIST-MAX
               ADD  1 TO WS-EDGE-LIST-COUNT
               MOVE WS-GENERATION
                 TO WS-EL-GENERATION(WS-EDGE-LIST-COUNT)
               MOVE WS-EDGE-GEN-TOP
                 TO WS-EL-TOP(WS-EDGE-LIST-COUNT)
               MOVE WS-EDGE-GEN-BOTTOM
                 TO WS-EL-BOTTOM(WS-EDGE-LIST-COUNT)
               MOVE WS-EDGE-GEN-LEFT
                 TO WS-EL-LEFT(WS-EDGE-LIST-COUNT)
               MOVE WS-EDGE-GEN-RIGHT
                 TO WS-EL-RIGHT(WS-EDGE-LIST-COUNT)
               MOVE WS-EDGE-GEN-TOTAL
                 TO WS-EL-TOTAL(WS-EDGE-LIST-COUNT)
           END-IF.

           IF  WS-EDGE-LIMIT-GIVEN = 'Y'
               AND WS-EDGE-LIMIT-PASSED NOT = 'Y'
               AND WS-EDGE-TOT-ALL > WS-EDGE-LIMIT

               MOVE 'Y'           TO WS-EDGE-LIMIT-PASSED
               MOVE WS-GENERATION TO WS-EDGE-LIMIT-GEN
               MOVE WS-GENERATION TO WS-PROGRESS-GEN-ED

               IF  WS-EDGE-ACTION = 'STOP'
                   MOVE 'Y' TO WS-EDGE-STOPPED
                   DISPLAY 'EDGE-LOSS LIMIT PASSED AT GENERATION '
                           WS-PROGRESS-GEN-ED ' - RUN STOPPED'
               ELSE
                   DISPLAY 'EDGE-LOSS WARNING: LIMIT PASSED AT '
                           'GENERATION ' WS-PROGRESS-GEN-ED
               END-IF

           END-IF.

       F-4350-RECORD-EDGE-LOSS. EXIT.

       6000-PREPARE-LINE-FOR-DISPLAY.

           IF  WS-CELL(WS-X,WS-Y) = 1
      *    A REQUESTED STOP KEEPS A FINAL CHECKPOINT SO THE RUN CAN
      *    BE RESUBMITTED AND RESUME WHERE IT LEFT OFF.
           IF  WS-STOP-REQUESTED = 'Y'
               AND WS-CMP-MODE NOT = 'Y'
               PERFORM 2910-WRITE-CHECKPOINT
               THRU  F-2910-WRITE-CHECKPOINT
           END-IF.
                       DISPLAY
                           '  STOPPED BY REQUEST AT GENERATION . : '
                           WS-GENERATION-ED
                   WHEN WS-EDGE-STOPPED = 'Y'
                       DISPLAY
                           '  EDGE-LOSS LIMIT STOP AT GENERATION : '
                           WS-GENERATION-ED
                   WHEN OTHER
                       DISPLAY
                           '  COLONY RAN THE FULL SET OF GENERATIONS'
               END-EVALUATE

               IF  CT-WRAP-MODE NOT = 'Y'
                   PERFORM 9800-REPORT-EDGE-LOSS
                   THRU  F-9800-REPORT-EDGE-LOSS
               END-IF

               IF  WS-CMP-MODE = 'Y'
                   PERFORM 9700-REPORT-COMPARISON
                   THRU  F-9700-REPORT-COMPARISON
               END-IF

               DISPLAY CT-FILLER-LINE
           END-IF.

           PERFORM 9500-WRITE-RUN-HISTORY
           THRU  F-9500-WRITE-RUN-HISTORY.

      *    A SIDE-BY-SIDE RUN NEITHER WRITES NOR RESUMES CHECKPOINTS,
      *    SO ONE LEFT BY AN EARLIER RUN IS NOT ITS TO REMOVE.
           IF  WS-STOP-REQUESTED NOT = 'Y'
               AND WS-CMP-MODE NOT = 'Y'
               DELETE FILE CHECKPOINT-FILE
           END-IF.

                   MOVE '  STOPPED BY REQUEST AT GENERATION :'
                       TO WS-PS-LABEL
                   MOVE WS-GENERATION TO WS-PS-VALUE
               WHEN WS-EDGE-STOPPED = 'Y'
                   MOVE '  EDGE-LOSS LIMIT STOP AT GENERATION :'
                       TO WS-PS-LABEL
                   MOVE WS-GENERATION TO WS-PS-VALUE
               WHEN OTHER
                   MOVE '  COLONY RAN THE FULL SET OF GENERATIONS'
                       TO WS-PS-LABEL
           PERFORM 9600-PRINT-OBJECT-CENSUS
           THRU  F-9600-PRINT-OBJECT-CENSUS.

           IF  CT-WRAP-MODE NOT = 'Y'
               PERFORM 9800-REPORT-EDGE-LOSS
               THRU  F-9800-REPORT-EDGE-LOSS
           END-IF.

           IF  WS-CMP-MODE = 'Y'
               PERFORM 9700-REPORT-COMPARISON
               THRU  F-9700-REPORT-COMPARISON
           END-IF.

           CLOSE PRINT-FILE.

       F-9100-PRINT-FINAL-REPORT. EXIT.

       F-9690-PRINT-CENSUS-LINE. EXIT.

      *    END-OF-RUN SECTION OF A SIDE-BY-SIDE RUN: THE SETTINGS AND
      *    ENDING OF EACH BOARD AND A MAP OF WHERE THE FINAL BOARDS
      *    DIFFER.  LINES ARE BUILT IN WS-PD-TEXT AND PRINTED OR
      *    DISPLAYED BY 9790 ACCORDING TO THE OUTPUT MODE.
       9700-REPORT-COMPARISON.

           IF  CT-CANVAS-WIDTH > 80
               MOVE CT-CANVAS-WIDTH TO WS-CMP-SHOW-WIDTH
           ELSE
               MOVE 80              TO WS-CMP-SHOW-WIDTH
           END-IF.

           IF  WS-OUTPUT-MODE = 'P'
               ADD 1 TO WS-PRINT-PAGE
               WRITE PRINT-RECORD FROM WS-PRINT-COMPARE-TITLE
           ELSE
               DISPLAY CT-FILLER-LINE
               DISPLAY 'SIDE-BY-SIDE COMPARISON'
           END-IF.

           PERFORM 1098-FORMAT-RULES-DISPLAY
           THRU  F-1098-FORMAT-RULES-DISPLAY.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  BOARD A RULES. . . . . . . . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-RULES-DISPLAY     TO WS-PD-TEXT(41 : 20).
           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  BOARD A WRAP-AROUND EDGES. . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE CT-WRAP-MODE         TO WS-PD-TEXT(41 : 1).
           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  BOARD B RULES. . . . . . . . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-CMP-RULES-DISPLAY TO WS-PD-TEXT(41 : 20).
           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  BOARD B WRAP-AROUND EDGES. . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-CMP-WRAP-MODE     TO WS-PD-TEXT(41 : 1).
           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  BOARD A FINAL POPULATION . . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-LIVE-COUNT        TO WS-ECHO-NUMBER.
           MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8).
           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  BOARD B FINAL POPULATION . . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-CMP-LIVE-COUNT    TO WS-ECHO-NUMBER.
           MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8).
           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           MOVE SPACES TO WS-PD-TEXT.

           EVALUATE TRUE
               WHEN WS-EXTINCT-SWITCH = 'Y'
                   MOVE '  BOARD A DIED OUT AT GENERATION . . :'
                        TO WS-PD-TEXT(1 : 40)
                   MOVE WS-EXTINCT-GENERATION TO WS-ECHO-NUMBER
                   MOVE WS-ECHO-NUMBER TO WS-PD-TEXT(41 : 8)
               WHEN WS-STEADY-STATE = 'Y'
                   MOVE '  BOARD A STEADY STATE AT GENERATION :'
                        TO WS-PD-TEXT(1 : 40)
                   MOVE WS-GENERATION TO WS-ECHO-NUMBER
                   MOVE WS-ECHO-NUMBER TO WS-PD-TEXT(41 : 8)
               WHEN WS-OSCILLATING = 'Y'
                   MOVE '  BOARD A OSCILLATION AT GENERATION. :'
                        TO WS-PD-TEXT(1 : 40)
                   MOVE WS-GENERATION TO WS-ECHO-NUMBER
                   MOVE WS-ECHO-NUMBER TO WS-PD-TEXT(41 : 8)
               WHEN WS-STOP-REQUESTED = 'Y'
                   MOVE '  BOARD A STOPPED BY REQUEST AT GEN. :'
                        TO WS-PD-TEXT(1 : 40)
                   MOVE WS-GENERATION TO WS-ECHO-NUMBER
                   MOVE WS-ECHO-NUMBER TO WS-PD-TEXT(41 : 8)
               WHEN OTHER
                   MOVE '  BOARD A RAN THE FULL SET OF TURNS'
                        TO WS-PD-TEXT(1 : 40)
           END-EVALUATE.

           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           IF  WS-OSCILLATING = 'Y'
               AND WS-EXTINCT-SWITCH NOT = 'Y'
               MOVE SPACES TO WS-PD-TEXT
               MOVE '  BOARD A OSCILLATION PERIOD . . . . :'
                    TO WS-PD-TEXT(1 : 40)
               MOVE WS-CYCLE-PERIOD  TO WS-ECHO-NUMBER
               MOVE WS-ECHO-NUMBER   TO WS-PD-TEXT(41 : 8)
               PERFORM 9790-WRITE-COMPARISON-TEXT
               THRU  F-9790-WRITE-COMPARISON-TEXT
           END-IF.

           MOVE SPACES TO WS-PD-TEXT.

           EVALUATE TRUE
               WHEN WS-CMP-EXTINCT-SWITCH = 'Y'
                   MOVE '  BOARD B DIED OUT AT GENERATION . . :'
                        TO WS-PD-TEXT(1 : 40)
                   MOVE WS-CMP-EXTINCT-GENERATION TO WS-ECHO-NUMBER
                   MOVE WS-ECHO-NUMBER TO WS-PD-TEXT(41 : 8)
               WHEN WS-CMP-CYCLE-PERIOD > 2
                   MOVE '  BOARD B OSCILLATION AT GENERATION. :'
                        TO WS-PD-TEXT(1 : 40)
                   MOVE WS-CMP-SETTLE-GEN TO WS-ECHO-NUMBER
                   MOVE WS-ECHO-NUMBER TO WS-PD-TEXT(41 : 8)
               WHEN WS-CMP-CYCLE-PERIOD > 0
                   MOVE '  BOARD B STEADY STATE AT GENERATION :'
                        TO WS-PD-TEXT(1 : 40)
                   MOVE WS-CMP-SETTLE-GEN TO WS-ECHO-NUMBER
                   MOVE WS-ECHO-NUMBER TO WS-PD-TEXT(41 : 8)
               WHEN OTHER
                   MOVE '  BOARD B STILL CHANGING AT END OF RUN'
                        TO WS-PD-TEXT(1 : 40)
           END-EVALUATE.

           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           IF  WS-CMP-CYCLE-PERIOD > 2
               AND WS-CMP-EXTINCT-SWITCH NOT = 'Y'
               MOVE SPACES TO WS-PD-TEXT
               MOVE '  BOARD B OSCILLATION PERIOD . . . . :'
                    TO WS-PD-TEXT(1 : 40)
               MOVE WS-CMP-CYCLE-PERIOD TO WS-ECHO-NUMBER
               MOVE WS-ECHO-NUMBER      TO WS-PD-TEXT(41 : 8)
               PERFORM 9790-WRITE-COMPARISON-TEXT
               THRU  F-9790-WRITE-COMPARISON-TEXT
           END-IF.

           MOVE SPACES TO WS-PD-TEXT.

           IF  WS-CMP-FIRST-DIVERGE = 0
               MOVE '  BOARDS NEVER DIVERGED'
                    TO WS-PD-TEXT(1 : 40)
           ELSE
               MOVE '  BOARDS FIRST DIVERGED AT GENERATION:'
                    TO WS-PD-TEXT(1 : 40)
               MOVE WS-CMP-FIRST-DIVERGE TO WS-ECHO-NUMBER
               MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8)
           END-IF.

           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  DIFFERING CELLS AT END OF RUN. . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-CMP-DIFF-COUNT    TO WS-ECHO-NUMBER.
           MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8).
           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           MOVE 'FINAL DIFFERENCE MAP' TO WS-PD-TEXT.
           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

           PERFORM 9710-BUILD-DIFF-MAP-ROW
           THRU  F-9710-BUILD-DIFF-MAP-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '@ = ALIVE IN BOTH   A = BOARD A ONLY'
                TO WS-PD-TEXT(1 : 36).
           MOVE '   B = BOARD B ONLY   . = NEITHER'
                TO WS-PD-TEXT(37 : 33).
           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

       F-9700-REPORT-COMPARISON. EXIT.

       9710-BUILD-DIFF-MAP-ROW.

           MOVE SPACES TO WS-PD-TEXT.

           PERFORM 9720-SET-DIFF-MAP-CELL
           THRU  F-9720-SET-DIFF-MAP-CELL
           VARYING WS-Y FROM 1 BY 1
           UNTIL   WS-Y > CT-CANVAS-WIDTH.

           PERFORM 9790-WRITE-COMPARISON-TEXT
           THRU  F-9790-WRITE-COMPARISON-TEXT.

       F-9710-BUILD-DIFF-MAP-ROW. EXIT.

       9720-SET-DIFF-MAP-CELL.

           IF  WS-LINE(WS-X)(WS-Y : 1) = CT-LIVING-CELL
               IF  WS-CMP-LINE(WS-X)(WS-Y : 1) = CT-LIVING-CELL
                   MOVE CT-LIVING-CELL TO WS-PD-TEXT(WS-Y : 1)
               ELSE
                   MOVE 'A'            TO WS-PD-TEXT(WS-Y : 1)
               END-IF
           ELSE
               IF  WS-CMP-LINE(WS-X)(WS-Y : 1) = CT-LIVING-CELL
                   MOVE 'B'            TO WS-PD-TEXT(WS-Y : 1)
               ELSE
                   MOVE CT-EMPTY-CELL  TO WS-PD-TEXT(WS-Y : 1)
               END-IF
           END-IF.

       F-9720-SET-DIFF-MAP-CELL. EXIT.

       9790-WRITE-COMPARISON-TEXT.

           IF  WS-OUTPUT-MODE = 'P'
               MOVE SPACE TO WS-PD-CTL
               WRITE PRINT-RECORD FROM WS-PRINT-DETAIL-LINE
           ELSE
               DISPLAY WS-PD-TEXT(1 : WS-CMP-SHOW-WIDTH)
           END-IF.

       F-9790-WRITE-COMPARISON-TEXT. EXIT.

       9800-REPORT-EDGE-LOSS.

           IF  WS-OUTPUT-MODE = 'P'
               ADD 1 TO WS-PRINT-PAGE
               WRITE PRINT-RECORD FROM WS-PRINT-EDGE-TITLE
           ELSE
               DISPLAY CT-FILLER-LINE
               DISPLAY 'EDGE LOSS ACCOUNTING'
           END-IF.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  CELLS LOST AT TOP EDGE . . . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-EDGE-TOT-TOP      TO WS-ECHO-NUMBER.
           MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8).
           PERFORM 9890-WRITE-EDGE-TEXT
           THRU  F-9890-WRITE-EDGE-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  CELLS LOST AT BOTTOM EDGE. . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-EDGE-TOT-BOTTOM   TO WS-ECHO-NUMBER.
           MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8).
           PERFORM 9890-WRITE-EDGE-TEXT
           THRU  F-9890-WRITE-EDGE-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  CELLS LOST AT LEFT EDGE. . . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-EDGE-TOT-LEFT     TO WS-ECHO-NUMBER.
           MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8).
           PERFORM 9890-WRITE-EDGE-TEXT
           THRU  F-9890-WRITE-EDGE-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  CELLS LOST AT RIGHT EDGE . . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-EDGE-TOT-RIGHT    TO WS-ECHO-NUMBER.
           MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8).
           PERFORM 9890-WRITE-EDGE-TEXT
           THRU  F-9890-WRITE-EDGE-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  CELLS LOST AT ALL EDGES. . . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-EDGE-TOT-ALL      TO WS-ECHO-NUMBER.
           MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8).
           PERFORM 9890-WRITE-EDGE-TEXT
           THRU  F-9890-WRITE-EDGE-TEXT.

           MOVE SPACES TO WS-PD-TEXT.
           MOVE '  GENERATIONS WITH EDGE LOSS . . . . :'
                TO WS-PD-TEXT(1 : 40).
           MOVE WS-EDGE-GENS         TO WS-ECHO-NUMBER.
           MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8).
           PERFORM 9890-WRITE-EDGE-TEXT
           THRU  F-9890-WRITE-EDGE-TEXT.

           IF  WS-EDGE-GENS > 0

               MOVE SPACES TO WS-PD-TEXT
               MOVE '  FIRST GENERATION WITH A LOSS . . . :'
                    TO WS-PD-TEXT(1 : 40)
               MOVE WS-EDGE-FIRST-GEN    TO WS-ECHO-NUMBER
               MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8)
               PERFORM 9890-WRITE-EDGE-TEXT
               THRU  F-9890-WRITE-EDGE-TEXT

               MOVE SPACES TO WS-PD-TEXT
               MOVE '  LAST GENERATION WITH A LOSS. . . . :'
                    TO WS-PD-TEXT(1 : 40)
               MOVE WS-EDGE-LAST-GEN     TO WS-ECHO-NUMBER
               MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8)
               PERFORM 9890-WRITE-EDGE-TEXT
               THRU  F-9890-WRITE-EDGE-TEXT

           END-IF.

           IF  WS-EDGE-LIMIT-GIVEN = 'Y'

               MOVE SPACES TO WS-PD-TEXT
               MOVE '  EDGE-LOSS LIMIT. . . . . . . . . . :'
                    TO WS-PD-TEXT(1 : 40)
               MOVE WS-EDGE-LIMIT        TO WS-ECHO-NUMBER
               MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8)
               PERFORM 9890-WRITE-EDGE-TEXT
               THRU  F-9890-WRITE-EDGE-TEXT

               MOVE SPACES TO WS-PD-TEXT
               MOVE '  ACTION AT THE LIMIT. . . . . . . . :'
                    TO WS-PD-TEXT(1 : 40)
               MOVE WS-EDGE-ACTION       TO WS-PD-TEXT(41 : 4)
               PERFORM 9890-WRITE-EDGE-TEXT
               THRU  F-9890-WRITE-EDGE-TEXT

               MOVE SPACES TO WS-PD-TEXT
               IF  WS-EDGE-LIMIT-PASSED = 'Y'
                   MOVE '  LIMIT PASSED AT GENERATION . . . . :'
                        TO WS-PD-TEXT(1 : 40)
                   MOVE WS-EDGE-LIMIT-GEN    TO WS-ECHO-NUMBER
                   MOVE WS-ECHO-NUMBER       TO WS-PD-TEXT(41 : 8)
               ELSE
                   MOVE '  LIMIT NOT PASSED' TO WS-PD-TEXT
               END-IF
               PERFORM 9890-WRITE-EDGE-TEXT
               THRU  F-9890-WRITE-EDGE-TEXT

           END-IF.

           MOVE SPACES TO WS-PD-TEXT.
           PERFORM 9890-WRITE-EDGE-TEXT
           THRU  F-9890-WRITE-EDGE-TEXT.

           IF  WS-EDGE-GENS = 0

               MOVE '  NO CELLS WERE LOST AT THE EDGES' TO WS-PD-TEXT
               PERFORM 9890-WRITE-EDGE-TEXT
               THRU  F-9890-WRITE-EDGE-TEXT

           ELSE

               IF  WS-EDGE-RESTORED = 'Y'
                   MOVE '  GENERATIONS BEFORE THE RESTART ARE COUNTED '
                        TO WS-PD-TEXT
                   MOVE 'ABOVE BUT NOT LISTED' TO WS-PD-TEXT(46 : 20)
                   PERFORM 9890-WRITE-EDGE-TEXT
                   THRU  F-9890-WRITE-EDGE-TEXT
               END-IF

               MOVE WS-EDGE-LIST-HEADING TO WS-PD-TEXT
               PERFORM 9890-WRITE-EDGE-TEXT
               THRU  F-9890-WRITE-EDGE-TEXT

               PERFORM 9810-LIST-EDGE-LOSS-GEN
               THRU  F-9810-LIST-EDGE-LOSS-GEN
               VARYING WS-EDGE-IX FROM 1 BY 1
               UNTIL   WS-EDGE-IX > WS-EDGE-LIST-COUNT

               IF  WS-EDGE-GENS > WS-EDGE-LIST-COUNT
                   MOVE SPACES TO WS-PD-TEXT
                   MOVE '  GENERATIONS NOT LISTED . . . . . . :'
                        TO WS-PD-TEXT(1 : 40)
                   COMPUTE WS-ECHO-NUMBER =
                           WS-EDGE-GENS - WS-EDGE-LIST-COUNT
                   MOVE WS-ECHO-NUMBER   TO WS-PD-TEXT(41 : 8)
                   PERFORM 9890-WRITE-EDGE-TEXT
                   THRU  F-9890-WRITE-EDGE-TEXT
               END-IF

           END-IF.

       F-9800-REPORT-EDGE-LOSS. EXIT.

       9810-LIST-EDGE-LOSS-GEN.

           MOVE WS-EL-GENERATION(WS-EDGE-IX) TO WS-ELL-GENERATION.
           MOVE WS-EL-TOP(WS-EDGE-IX)        TO WS-ELL-TOP.
           MOVE WS-EL-BOTTOM(WS-EDGE-IX)     TO WS-ELL-BOTTOM.
           MOVE WS-EL-LEFT(WS-EDGE-IX)       TO WS-ELL-LEFT.
           MOVE WS-EL-RIGHT(WS-EDGE-IX)      TO WS-ELL-RIGHT.
           MOVE WS-EL-TOTAL(WS-EDGE-IX)      TO WS-ELL-TOTAL.

           MOVE WS-EDGE-LIST-LINE TO WS-PD-TEXT.
           PERFORM 9890-WRITE-EDGE-TEXT
           THRU  F-9890-WRITE-EDGE-TEXT.

       F-9810-LIST-EDGE-LOSS-GEN. EXIT.

       9890-WRITE-EDGE-TEXT.

           IF  WS-OUTPUT-MODE = 'P'
               MOVE SPACE TO WS-PD-CTL
               WRITE PRINT-RECORD FROM WS-PRINT-DETAIL-LINE
           ELSE
               DISPLAY WS-PD-TEXT(1 : 72)
           END-IF.

       F-9890-WRITE-EDGE-TEXT. EXIT.

       9200-SAVE-FINAL-GRID.

           IF  WS-GRID-NAME = SPACES
               MOVE 'L'                   TO HIST-SOURCE
               MOVE ZEROES                TO HIST-SCEN-SEQ
               MOVE ZEROES                TO HIST-TRIAL-NO
               MOVE WS-SEED-SOURCE        TO HIST-SEED-SOURCE

               IF  WS-SEED-SOURCE = 'RANDOM'
                   MOVE WS-RANDOM-SEED    TO HIST-RANDOM-SEED
                   MOVE CT-CHANCE-OF-INITIAL-CELL
                                          TO HIST-DENSITY
               ELSE
                   MOVE ZEROES            TO HIST-RANDOM-SEED
                   MOVE ZEROES            TO HIST-DENSITY
               END-IF

               EVALUATE TRUE
                   WHEN WS-EXTINCT-SWITCH = 'Y'
                   WHEN WS-OSCILLATING = 'Y'
                       MOVE 'O' TO HIST-OUTCOME
                   WHEN WS-STOP-REQUESTED = 'Y'
                    OR  WS-EDGE-STOPPED = 'Y'
                       MOVE 'R' TO HIST-OUTCOME
                   WHEN OTHER
                       MOVE 'F' TO HIST-OUTCOME
