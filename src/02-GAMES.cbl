           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MAINTJNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRID-FILE.
       01  RLE-RECORD           PIC X(100).

      *    GRID-FILE LAYOUT EXTENDED WITH THE GENERATION THE
      *    SNAPSHOT WAS TAKEN AT AND THE RUNHIST STAMP OF THE RUN.
       FD  SNAPSHOT-FILE.
       01  SNAP-HEADER-RECORD.
           05  SNAP-REC-TYPE    PIC X.
           05  SNAP-GENERATION  PIC 9(08).
           05  SNAP-HEIGHT      PIC 9(03).
           05  SNAP-WIDTH       PIC 9(03).
           05  SNAP-RUN-STAMP   PIC X(14).
           05  FILLER           PIC X(272).
       01  SNAP-DATA-RECORD.
           05  SNAP-DATA-TYPE   PIC X.
           05  SNAP-DATA-LINE   PIC X(300).

      *    MAINTENANCE JOURNAL OF PATLIB AND GRIDARCH CHANGES.  EACH
      *    CHANGE IS A HEADER ('H') FOLLOWED BY THE ROWS ('D') OF THE
      *    ENTRY AS IT STOOD BEFORE THE CHANGE - NONE FOR AN ADD.
      *    ACTION A = ADD, U = UPDATE, D = DELETE.
       FD  JOURNAL-FILE.
       01  JNL-HEADER-RECORD.
           05  JNL-REC-TYPE     PIC X.
           05  JNL-STAMP        PIC 9(14).
           05  JNL-USER         PIC X(08).
           05  JNL-PROGRAM      PIC X(08).
           05  JNL-FILE-ID      PIC X(08).
           05  JNL-ACTION       PIC X.
           05  JNL-NAME         PIC X(16).
           05  JNL-HEIGHT       PIC 9(03).
           05  JNL-WIDTH        PIC 9(03).
           05  JNL-ARCH-STAMP   PIC 9(14).
           05  FILLER           PIC X(225).
       01  JNL-DATA-RECORD.
           05  JNL-DATA-TYPE    PIC X.
           05  JNL-DATA-LINE    PIC X(300).

       WORKING-STORAGE SECTION.

       01  WS-GRID-STATUS       PIC XX       VALUE SPACES.
       01  WS-SNAP-GEN-ED       PIC ZZZZZZZ9.
       01  WS-SNAP-HEIGHT-ED    PIC ZZ9.
       01  WS-SNAP-WIDTH-ED     PIC ZZ9.
       01  WS-SNAP-RUN-FILTER   PIC X(14)    VALUE SPACES.
       01  WS-SNAP-RUN-ENTRY    PIC X(14)    VALUE SPACES.

       01  WS-SNAP-DIR-TABLE.
           05  WS-SNAP-COUNT    PIC 9(03)    VALUE ZEROES.
               10  WS-SNAP-HGT  PIC 9(03).
               10  WS-SNAP-WID  PIC 9(03).

       01  WS-JNL-STATUS        PIC XX       VALUE SPACES.
       01  WS-JNL-OK            PIC X        VALUE 'N'.
       01  WS-JNL-ACTION        PIC X        VALUE SPACES.
       01  WS-JNL-FILE-ID       PIC X(08)    VALUE SPACES.
       01  WS-JNL-ENTRY-NAME    PIC X(16)    VALUE SPACES.
       01  WS-JNL-HEIGHT        PIC 9(03)    VALUE ZEROES.
       01  WS-JNL-WIDTH         PIC 9(03)    VALUE ZEROES.
       01  WS-JNL-ARCH-STAMP    PIC 9(14)    VALUE ZEROES.
       01  WS-JNL-USER          PIC X(08)    VALUE SPACES.
       01  WS-JNL-ROW-IX        PIC 9(03)    VALUE ZEROES.
       01  WS-JNL-MESSAGE       PIC X(60)    VALUE SPACES.

       01  WS-PAT-STATUS        PIC XX       VALUE SPACES.
       01  WS-PAT-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-PAT-SCAN-MODE     PIC X        VALUE SPACES.
       01  WS-LIB-HEIGHT-ED     PIC ZZ9.
       01  WS-LIB-WIDTH-ED      PIC ZZ9.

      *    GENERATION AND LIVE-CELL COUNTERS FOR THE STATUS LINE AND
      *    THE MULTI-GENERATION RUN.
       01  WS-GENERATION        PIC 9(08)    VALUE ZEROES.
       01  WS-POPULATION        PIC 9(08)    VALUE ZEROES.
       01  WS-GENERATION-ED     PIC ZZZZZZZ9.
       01  WS-POPULATION-ED     PIC ZZZZZZZ9.
       01  WS-POP-ROW           PIC 9(03)    VALUE ZEROES.
       01  WS-POP-COL           PIC 9(03)    VALUE ZEROES.
       01  WS-RUN-GENS          PIC 9(04)    VALUE ZEROES.
       01  WS-RUN-IX            PIC 9(04)    VALUE ZEROES.
       01  WS-RUN-STOP          PIC X        VALUE 'N'.
       01  WS-RUN-GENS-ED       PIC ZZZ9.
       01  WS-BOARD-CHANGED     PIC X        VALUE 'N'.
       01  WS-BACK-ROW          PIC 9(03)    VALUE ZEROES.
       01  WS-BACK-COL          PIC 9(03)    VALUE ZEROES.
       01  WS-BACK-SLOT         PIC 9(03)    VALUE ZEROES.
       01  WS-BACK-COUNT-ED     PIC Z9.

      *    BOARDS BEFORE THE LAST CT-BACK-MAX-ENTRIES GENERATIONS,
      *    KEPT AS A RING SO B CAN STEP BACK THROUGH THEM.
       01  WS-BACK-TABLE.
           05  WS-BACK-COUNT    PIC 9(03)    VALUE ZEROES.
           05  WS-BACK-NEXT     PIC 9(03)    VALUE 1.
           05  WS-BACK-ENTRY    OCCURS 10 TIMES.
               10  WS-BACK-GEN  PIC 9(08).
               10  WS-BACK-LINE PIC X(300)   OCCURS 300 TIMES.

       01  WS-PATTERN-BUFFER.
           05  WS-PATTERN-FOUND PIC X        VALUE 'N'.
           05  WS-PATTERN-HEIGHT
           05  CT-CANVAS-HEIGHT PIC 9(03)    VALUE 40.
           05  CT-SCREEN-HEIGHT PIC 9(03)    VALUE 41.
      *    CT-SCREEN MUST ALWAYS BE ONE HIGHER THAN CT-CANVAS!!!
           05  CT-STATUS-LINE   PIC 9(03)    VALUE 42.
      *    CT-STATUS-LINE IS THE LINE BELOW CT-SCREEN-HEIGHT.
           05  CT-CHANCE-OF-INITIAL-CELL
                                PIC 9V999    VALUE 0,333.
           05  CT-LIVING-CELL   PIC X        VALUE '@'.
                                PIC 9(03)    VALUE 50.
           05  CT-ARCH-MAX-ENTRIES
                                PIC 9(03)    VALUE 10.
           05  CT-BACK-MAX-ENTRIES
                                PIC 9(03)    VALUE 10.
           05  CT-RUN-MAX-GENS  PIC 9(04)    VALUE 9999.

       01  WS-VECTOR            OCCURS 300 TIMES.
           05  WS-LINE          PIC X(300)   VALUE SPACES.
                                            LINE 3 COL 2.
           05  SC-SNAP-PICK    PIC 9(03)    TO WS-SNAP-PICK
               BLINK                        LINE 3 COL + 1.
           05  VALUE 'RUN STAMP (BLANK = LATEST RUN): '
                                            LINE 4 COL 2.
           05  SC-SNAP-RUN     PIC X(14)    USING WS-SNAP-RUN-ENTRY
                                            LINE 4 COL + 1.
           05  SC-SNAP-MESSAGE PIC X(78)    LINE 5 COL 2.

       01  SNAPSHOT-LIST-LINE.
           05  SC-RLE-COL      PIC 9(03)    TO WS-RLE-BASE-COL
                                            LINE 7 COL + 1.

       01  RUN-GENERATIONS-SCREEN.
           05  VALUE 'RUN SEVERAL GENERATIONS'
                                            LINE 1 COL 2
               UNDERLINE.
           05  VALUE 'STOPS EARLY IF THE BOARD DIES OUT'
                                            LINE 3 COL 2.
           05  VALUE ' OR STOPS CHANGING'   LINE 3 COL + 1.
           05  VALUE 'GENERATIONS TO RUN (1-9999): '
                                            LINE 5 COL 2.
           05  SC-RUN-GENS     PIC 9(04)    TO WS-RUN-GENS
                                            LINE 5 COL + 1.

       01  GRID-SCREEN.
           05  SC-LINE         PIC X(300)    LINE WS-X COL 1
                               VALUE SPACES.
                                       LINE CT-SCREEN-HEIGHT COL 1.
           05  SC-COMMAND      PIC X        TO WS-COMMAND 
               BLINK                   LINE CT-SCREEN-HEIGHT COL 99.
           05  SC-STATUS       PIC X(98)
                                       LINE CT-STATUS-LINE COL 1.



           THRU  F-1080-PARSE-RULES.

           COMPUTE CT-SCREEN-HEIGHT = CT-CANVAS-HEIGHT + 1.
           COMPUTE CT-STATUS-LINE   = CT-CANVAS-HEIGHT + 2.

           PERFORM 1000-INIT
           THRU  F-1000-INIT.

               WHEN 'C'

                   PERFORM 2100-NEXT-GENERATION
                   THRU  F-2100-NEXT-GENERATION

      *            PERFORM 3100-CLEAR-SCREEN
      *            THRU    3100-CLEAR-SCREEN
                   UNTIL   WS-X > CT-CANVAS-HEIGHT
                   MOVE SPACES TO SC-LINE

               WHEN 'N'

                   PERFORM 3100-CLEAR-SCREEN
                   THRU    3100-CLEAR-SCREEN

                   MOVE ZEROES TO WS-RUN-GENS
                   DISPLAY RUN-GENERATIONS-SCREEN
                   ACCEPT  RUN-GENERATIONS-SCREEN

                   PERFORM 3100-CLEAR-SCREEN
                   THRU    3100-CLEAR-SCREEN

                   IF  WS-RUN-GENS = 0
                       MOVE 'NUMBER OF GENERATIONS MUST BE 1 TO 9999'
                            TO SC-MESSAGE
                   ELSE
                       PERFORM 2200-RUN-GENERATIONS
                       THRU  F-2200-RUN-GENERATIONS
                   END-IF

                   PERFORM 3000-DISPLAY-SCREEN
                   THRU  F-3000-DISPLAY-SCREEN
                   VARYING WS-X FROM 1 BY 1
                   UNTIL   WS-X > CT-CANVAS-HEIGHT
                   MOVE SPACES TO SC-LINE

               WHEN 'B'

                   PERFORM 5100-STEP-BACK
                   THRU  F-5100-STEP-BACK

                   PERFORM 3100-CLEAR-SCREEN
                   THRU    3100-CLEAR-SCREEN

                   PERFORM 3000-DISPLAY-SCREEN
                   THRU  F-3000-DISPLAY-SCREEN
                   VARYING WS-X FROM 1 BY 1
                   UNTIL   WS-X > CT-CANVAS-HEIGHT
                   MOVE SPACES TO SC-LINE

               WHEN 'R'

                   PERFORM 3100-CLEAR-SCREEN
           END-EVALUATE.

       F-2000-PROCESS. EXIT.

      *    ONE GENERATION, KEEPING THE BOARD BEFORE IT FOR STEP-BACK.
       2100-NEXT-GENERATION.

           PERFORM 5000-SAVE-BACK-BOARD
           THRU  F-5000-SAVE-BACK-BOARD.

           PERFORM 4000-CHECK-NEIGHBOR-CELLS
           THRU  F-4000-CHECK-NEIGHBOR-CELLS.

           PERFORM 3500-OVERWRITE-CELL
           THRU  F-3500-OVERWRITE-CELL
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           ADD 1 TO WS-GENERATION.

       F-2100-NEXT-GENERATION. EXIT.

       2200-RUN-GENERATIONS.

           MOVE 'N' TO WS-RUN-STOP.

           PERFORM 2210-RUN-ONE-GENERATION
           THRU  F-2210-RUN-ONE-GENERATION
           VARYING WS-RUN-IX FROM 1 BY 1
           UNTIL   WS-RUN-IX > WS-RUN-GENS
              OR   WS-RUN-STOP = 'Y'.

           IF  WS-RUN-STOP = 'N'
               MOVE WS-RUN-GENS   TO WS-RUN-GENS-ED
               MOVE WS-GENERATION TO WS-GENERATION-ED
               MOVE SPACES TO SC-MESSAGE
               STRING 'Ran '
                      WS-RUN-GENS-ED
                      ' generations - now at generation '
                      WS-GENERATION-ED
                      DELIMITED BY SIZE
                      INTO SC-MESSAGE
           END-IF.

       F-2200-RUN-GENERATIONS. EXIT.

       2210-RUN-ONE-GENERATION.

           PERFORM 2100-NEXT-GENERATION
           THRU  F-2100-NEXT-GENERATION.

           PERFORM 5300-COUNT-POPULATION
           THRU  F-5300-COUNT-POPULATION.

           PERFORM 5400-CHECK-BOARD-CHANGED
           THRU  F-5400-CHECK-BOARD-CHANGED.

           MOVE WS-GENERATION TO WS-GENERATION-ED.
           MOVE SPACES TO SC-MESSAGE.

           EVALUATE TRUE

               WHEN WS-POPULATION = 0

                   MOVE 'Y' TO WS-RUN-STOP
                   STRING 'Board died out at generation '
                          WS-GENERATION-ED
                          DELIMITED BY SIZE
                          INTO SC-MESSAGE

               WHEN WS-BOARD-CHANGED = 'N'

                   MOVE 'Y' TO WS-RUN-STOP
                   STRING 'Board stopped changing at generation '
                          WS-GENERATION-ED
                          DELIMITED BY SIZE
                          INTO SC-MESSAGE

               WHEN OTHER

                   MOVE WS-RUN-GENS TO WS-RUN-GENS-ED
                   STRING 'Running '
                          WS-RUN-GENS-ED
                          ' generations - at generation '
                          WS-GENERATION-ED
                          DELIMITED BY SIZE
                          INTO SC-MESSAGE

           END-EVALUATE.

           IF  WS-RUN-STOP = 'N'
               AND WS-RUN-IX < WS-RUN-GENS
               PERFORM 8300-REDISPLAY-GRID
               THRU  F-8300-REDISPLAY-GRID
           END-IF.

       F-2210-RUN-ONE-GENERATION. EXIT.
       
       3000-DISPLAY-SCREEN.

           IF  WS-X = 1
               PERFORM 3300-SET-STATUS-LINE
               THRU  F-3300-SET-STATUS-LINE
           END-IF.

           MOVE SPACES TO SC-LINE.
           MOVE WS-LINE(WS-X)(1 : CT-CANVAS-WIDTH)
               TO SC-LINE(1 : CT-CANVAS-WIDTH).
       3200-SET-HELP-MESSAGE.

           MOVE SPACES TO SC-MESSAGE.
           STRING 'R:Refresh S:Switch C:Compute N:Run B:Back '
                  'W:Save T:Wrap P:Pat I:Imp '
                  'E:Exp M:Edit G:Arch V:Snap'
                  DELIMITED BY SIZE
                  INTO SC-MESSAGE.

       F-3200-SET-HELP-MESSAGE. EXIT.

       3300-SET-STATUS-LINE.

           PERFORM 5300-COUNT-POPULATION
           THRU  F-5300-COUNT-POPULATION.

           MOVE WS-GENERATION TO WS-GENERATION-ED.
           MOVE WS-POPULATION TO WS-POPULATION-ED.
           MOVE WS-BACK-COUNT TO WS-BACK-COUNT-ED.

           MOVE SPACES TO SC-STATUS.
           STRING 'GENERATION: '
                  WS-GENERATION-ED
                  '   POPULATION: '
                  WS-POPULATION-ED
                  '   WRAP: '
                  WS-WRAP-MODE
                  '   STEPS BACK AVAILABLE: '
                  WS-BACK-COUNT-ED
                  DELIMITED BY SIZE
                  INTO SC-STATUS.

       F-3300-SET-STATUS-LINE. EXIT.

       3500-OVERWRITE-CELL.

           PERFORM 6000-PREPARE-LINE-FOR-CELLS

       F-4250-APPLY-RULES-CELL. EXIT.

       5000-SAVE-BACK-BOARD.

           MOVE WS-BACK-NEXT  TO WS-BACK-SLOT.
           MOVE WS-GENERATION TO WS-BACK-GEN(WS-BACK-SLOT).

           PERFORM 5010-SAVE-BACK-ROW
           THRU  F-5010-SAVE-BACK-ROW
           VARYING WS-BACK-ROW FROM 1 BY 1
           UNTIL   WS-BACK-ROW > CT-CANVAS-HEIGHT.

           IF  WS-BACK-NEXT < CT-BACK-MAX-ENTRIES
               ADD  1 TO WS-BACK-NEXT
           ELSE
               MOVE 1 TO WS-BACK-NEXT
           END-IF.

           IF  WS-BACK-COUNT < CT-BACK-MAX-ENTRIES
               ADD 1 TO WS-BACK-COUNT
           END-IF.

       F-5000-SAVE-BACK-BOARD. EXIT.

      *    THE ROW IS BUILT FROM THE CELLS, NOT FROM WS-LINE, WHICH
      *    HOLDS NEIGHBOUR COUNTS WHILE THE NEIGHBOUR VIEW IS SHOWN.
       5010-SAVE-BACK-ROW.

           MOVE SPACES TO WS-BACK-LINE(WS-BACK-SLOT, WS-BACK-ROW).

           PERFORM 5020-SAVE-BACK-CELL
           THRU  F-5020-SAVE-BACK-CELL
           VARYING WS-BACK-COL FROM 1 BY 1
           UNTIL   WS-BACK-COL > CT-CANVAS-WIDTH.

       F-5010-SAVE-BACK-ROW. EXIT.

       5020-SAVE-BACK-CELL.

           IF  WS-CELL(WS-BACK-ROW, WS-BACK-COL) = 1
               MOVE CT-LIVING-CELL
                 TO WS-BACK-LINE(WS-BACK-SLOT, WS-BACK-ROW)
                                (WS-BACK-COL : 1)
           ELSE
               MOVE CT-EMPTY-CELL
                 TO WS-BACK-LINE(WS-BACK-SLOT, WS-BACK-ROW)
                                (WS-BACK-COL : 1)
           END-IF.

       F-5020-SAVE-BACK-CELL. EXIT.

       5100-STEP-BACK.

           IF  WS-BACK-COUNT = 0

               MOVE 'NO EARLIER GENERATION KEPT' TO SC-MESSAGE

           ELSE

               IF  WS-BACK-NEXT > 1
                   SUBTRACT 1 FROM WS-BACK-NEXT
               ELSE
                   MOVE CT-BACK-MAX-ENTRIES TO WS-BACK-NEXT
               END-IF

               MOVE WS-BACK-NEXT TO WS-BACK-SLOT
               SUBTRACT 1 FROM WS-BACK-COUNT

               PERFORM 5110-RESTORE-BACK-ROW
               THRU  F-5110-RESTORE-BACK-ROW
               VARYING WS-BACK-ROW FROM 1 BY 1
               UNTIL   WS-BACK-ROW > CT-CANVAS-HEIGHT

               MOVE WS-BACK-GEN(WS-BACK-SLOT) TO WS-GENERATION
               MOVE WS-GENERATION TO WS-GENERATION-ED
               MOVE SPACES TO SC-MESSAGE
               STRING 'Stepped back to generation '
                      WS-GENERATION-ED
                      DELIMITED BY SIZE
                      INTO SC-MESSAGE

           END-IF.

       F-5100-STEP-BACK. EXIT.

       5110-RESTORE-BACK-ROW.

           MOVE WS-BACK-LINE(WS-BACK-SLOT, WS-BACK-ROW)
             TO WS-LINE(WS-BACK-ROW).

           MOVE WS-BACK-ROW TO WS-X.

           PERFORM 1720-REBUILD-CELLS-ROW
           THRU  F-1720-REBUILD-CELLS-ROW
           VARYING WS-Y FROM 1 BY 1
           UNTIL   WS-Y > CT-CANVAS-WIDTH.

       F-5110-RESTORE-BACK-ROW. EXIT.

      *    A NEW BOARD WAS LOADED - EARLIER GENERATIONS NO LONGER APPLY.
       5200-RESET-BACK-BOARDS.

           MOVE ZEROES TO WS-BACK-COUNT.
           MOVE 1      TO WS-BACK-NEXT.

       F-5200-RESET-BACK-BOARDS. EXIT.

       5300-COUNT-POPULATION.

           MOVE ZEROES TO WS-POPULATION.

           PERFORM 5310-COUNT-POPULATION-ROW
           THRU  F-5310-COUNT-POPULATION-ROW
           VARYING WS-POP-ROW FROM 1 BY 1
           UNTIL   WS-POP-ROW > CT-CANVAS-HEIGHT.

       F-5300-COUNT-POPULATION. EXIT.

       5310-COUNT-POPULATION-ROW.

           PERFORM 5320-COUNT-POPULATION-CELL
           THRU  F-5320-COUNT-POPULATION-CELL
           VARYING WS-POP-COL FROM 1 BY 1
           UNTIL   WS-POP-COL > CT-CANVAS-WIDTH.

       F-5310-COUNT-POPULATION-ROW. EXIT.

       5320-COUNT-POPULATION-CELL.

           IF  WS-CELL(WS-POP-ROW, WS-POP-COL) = 1
               ADD 1 TO WS-POPULATION
           END-IF.

       F-5320-COUNT-POPULATION-CELL. EXIT.

      *    COMPARES THE BOARD WITH THE ONE SAVED JUST BEFORE THE LAST
      *    GENERATION.
       5400-CHECK-BOARD-CHANGED.

           MOVE 'N' TO WS-BOARD-CHANGED.

           IF  WS-BACK-NEXT > 1
               COMPUTE WS-BACK-SLOT = WS-BACK-NEXT - 1
           ELSE
               MOVE CT-BACK-MAX-ENTRIES TO WS-BACK-SLOT
           END-IF.

           PERFORM 5410-CHECK-ROW-CHANGED
           THRU  F-5410-CHECK-ROW-CHANGED
           VARYING WS-BACK-ROW FROM 1 BY 1
           UNTIL   WS-BACK-ROW > CT-CANVAS-HEIGHT
              OR   WS-BOARD-CHANGED = 'Y'.

       F-5400-CHECK-BOARD-CHANGED. EXIT.

       5410-CHECK-ROW-CHANGED.

           PERFORM 5420-CHECK-CELL-CHANGED
           THRU  F-5420-CHECK-CELL-CHANGED
           VARYING WS-BACK-COL FROM 1 BY 1
           UNTIL   WS-BACK-COL > CT-CANVAS-WIDTH
              OR   WS-BOARD-CHANGED = 'Y'.

       F-5410-CHECK-ROW-CHANGED. EXIT.

       5420-CHECK-CELL-CHANGED.

           IF  WS-CELL(WS-BACK-ROW, WS-BACK-COL) = 1
               IF  WS-BACK-LINE(WS-BACK-SLOT, WS-BACK-ROW)
                               (WS-BACK-COL : 1) NOT = CT-LIVING-CELL
                   MOVE 'Y' TO WS-BOARD-CHANGED
               END-IF
           ELSE
               IF  WS-BACK-LINE(WS-BACK-SLOT, WS-BACK-ROW)
                               (WS-BACK-COL : 1) = CT-LIVING-CELL
                   MOVE 'Y' TO WS-BOARD-CHANGED
               END-IF
           END-IF.

       F-5420-CHECK-CELL-CHANGED. EXIT.

       6000-PREPARE-LINE-FOR-DISPLAY.

           MOVE WS-NEIGHBORS(WS-X,WS-Y) TO WS-LINE(WS-X)(WS-Y : 1).
                   ELSE

                       IF  WS-LIB-FOUND-IX = 0
                           MOVE 'A' TO WS-JNL-ACTION
                       ELSE
                           MOVE 'U' TO WS-JNL-ACTION
                       END-IF

                       PERFORM 8800-JOURNAL-PATTERN-CHANGE
                       THRU  F-8800-JOURNAL-PATTERN-CHANGE

                       IF  WS-JNL-OK NOT = 'Y'

                           MOVE WS-JNL-MESSAGE TO SC-PAT-MESSAGE

                       ELSE

                           IF  WS-LIB-FOUND-IX = 0
                               ADD  1 TO WS-LIB-COUNT
                               MOVE WS-LIB-COUNT TO WS-LIB-FOUND-IX
                           END-IF

                           MOVE WS-PATTERN-NAME
                                TO WS-LIB-NAME(WS-LIB-FOUND-IX)
                           MOVE WS-CAP-HEIGHT
                                TO WS-LIB-HEIGHT(WS-LIB-FOUND-IX)
                           MOVE WS-CAP-WIDTH
                                TO WS-LIB-WIDTH(WS-LIB-FOUND-IX)

                           PERFORM 7360-CAPTURE-PATTERN-ROW
                           THRU  F-7360-CAPTURE-PATTERN-ROW
                           VARYING WS-PAT-ROW FROM 1 BY 1
                           UNTIL   WS-PAT-ROW > WS-CAP-HEIGHT

                           PERFORM 7600-SAVE-LIBRARY
                           THRU  F-7600-SAVE-LIBRARY

                           IF  WS-PAT-STATUS = '00'
                               STRING 'PATTERN SAVED - '
                                      WS-PATTERN-NAME
                                      DELIMITED BY SIZE
                                      INTO SC-PAT-MESSAGE
                           END-IF

                       END-IF

                   END-IF

                   ELSE

                       MOVE 'D' TO WS-JNL-ACTION

                       PERFORM 8800-JOURNAL-PATTERN-CHANGE
                       THRU  F-8800-JOURNAL-PATTERN-CHANGE

                       IF  WS-JNL-OK NOT = 'Y'

                           MOVE WS-JNL-MESSAGE TO SC-PAT-MESSAGE

                       ELSE

                           PERFORM 7450-SHIFT-TABLE-ENTRY
                           THRU  F-7450-SHIFT-TABLE-ENTRY
                           VARYING WS-LIB-IX FROM WS-LIB-FOUND-IX BY 1
                           UNTIL   WS-LIB-IX NOT < WS-LIB-COUNT

                           SUBTRACT 1 FROM WS-LIB-COUNT

                           PERFORM 7600-SAVE-LIBRARY
                           THRU  F-7600-SAVE-LIBRARY

                           IF  WS-PAT-STATUS = '00'
                               STRING 'PATTERN DELETED - '
                                      WS-PATTERN-NAME
                                      DELIMITED BY SIZE
                                      INTO SC-PAT-MESSAGE
                           END-IF

                       END-IF

                   END-IF
                   ELSE

                       IF  WS-ARCH-FOUND-IX = 0
                           MOVE 'A' TO WS-JNL-ACTION
                       ELSE
                           MOVE 'U' TO WS-JNL-ACTION
                       END-IF

                       PERFORM 8810-JOURNAL-ARCHIVE-CHANGE
                       THRU  F-8810-JOURNAL-ARCHIVE-CHANGE

                       IF  WS-JNL-OK NOT = 'Y'

                           MOVE WS-JNL-MESSAGE TO SC-ARCH-MESSAGE

                       ELSE

                           IF  WS-ARCH-FOUND-IX = 0
                               ADD  1 TO WS-ARCH-COUNT
                               MOVE WS-ARCH-COUNT TO WS-ARCH-FOUND-IX
                           END-IF

                           MOVE WS-ARCH-GRID-NAME
                                TO WS-ARCH-NAME(WS-ARCH-FOUND-IX)
                           MOVE FUNCTION CURRENT-DATE (1:14)
                                TO WS-ARCH-STAMP(WS-ARCH-FOUND-IX)
                           MOVE CT-CANVAS-HEIGHT
                                TO WS-ARCH-HEIGHT(WS-ARCH-FOUND-IX)
                           MOVE CT-CANVAS-WIDTH
                                TO WS-ARCH-WIDTH(WS-ARCH-FOUND-IX)

                           PERFORM 8680-CAPTURE-ARCH-ROW
                           THRU  F-8680-CAPTURE-ARCH-ROW
                           VARYING WS-ARCH-ROW-IX FROM 1 BY 1
                           UNTIL   WS-ARCH-ROW-IX > CT-CANVAS-HEIGHT

                           PERFORM 8650-SAVE-ARCHIVE
                           THRU  F-8650-SAVE-ARCHIVE

                           IF  WS-ARCH-STATUS = '00'
                               STRING 'GRID SAVED - '
                                      WS-ARCH-GRID-NAME
                                      DELIMITED BY SIZE
                                      INTO SC-ARCH-MESSAGE
                           END-IF

                       END-IF

                   END-IF
                           VARYING WS-ARCH-ROW-IX FROM 1 BY 1
                           UNTIL   WS-ARCH-ROW-IX > CT-CANVAS-HEIGHT

                           MOVE ZEROES TO WS-GENERATION
                           PERFORM 5200-RESET-BACK-BOARDS
                           THRU  F-5200-RESET-BACK-BOARDS

                           STRING 'GRID LOADED - '
                                  WS-ARCH-GRID-NAME
                                  DELIMITED BY SIZE

                   ELSE

                       MOVE 'D' TO WS-JNL-ACTION

                       PERFORM 8810-JOURNAL-ARCHIVE-CHANGE
                       THRU  F-8810-JOURNAL-ARCHIVE-CHANGE

                       IF  WS-JNL-OK NOT = 'Y'

                           MOVE WS-JNL-MESSAGE TO SC-ARCH-MESSAGE

                       ELSE

                           PERFORM 8560-SHIFT-ARCH-ENTRY
                           THRU  F-8560-SHIFT-ARCH-ENTRY
                           VARYING WS-ARCH-IX FROM WS-ARCH-FOUND-IX
                                   BY 1
                           UNTIL   WS-ARCH-IX NOT < WS-ARCH-COUNT

                           SUBTRACT 1 FROM WS-ARCH-COUNT

                           PERFORM 8650-SAVE-ARCHIVE
                           THRU  F-8650-SAVE-ARCHIVE

                           IF  WS-ARCH-STATUS = '00'
                               STRING 'GRID DELETED - '
                                      WS-ARCH-GRID-NAME
                                      DELIMITED BY SIZE
                                      INTO SC-ARCH-MESSAGE
                           END-IF

                       END-IF

                   END-IF
           MOVE ZEROES TO WS-SNAP-PICK.
           MOVE 'N'    TO WS-SNAP-LOADED.
           MOVE 'N'    TO WS-SNAP-DONE.
           MOVE SPACES TO WS-SNAP-RUN-ENTRY.

           PERFORM 8730-LOAD-SNAP-DIRECTORY
           THRU  F-8730-LOAD-SNAP-DIRECTORY.

           EVALUATE TRUE

               WHEN WS-SNAP-RUN-ENTRY NOT = SPACES
                AND WS-SNAP-RUN-ENTRY IS NOT NUMERIC

                   MOVE 'RUN STAMP MUST BE 14 DIGITS'
                        TO SC-SNAP-MESSAGE
                   MOVE WS-SNAP-RUN-FILTER TO WS-SNAP-RUN-ENTRY

               WHEN WS-SNAP-RUN-ENTRY NOT = WS-SNAP-RUN-FILTER

                   PERFORM 8730-LOAD-SNAP-DIRECTORY
                   THRU  F-8730-LOAD-SNAP-DIRECTORY

                   IF  WS-SNAP-COUNT = 0
                       MOVE 'NO SNAPSHOTS FOR THAT RUN'
                            TO SC-SNAP-MESSAGE
                   ELSE
                       MOVE 'PICK A SNAPSHOT FROM THE LIST'
                            TO SC-SNAP-MESSAGE
                   END-IF

               WHEN WS-SNAP-PICK = 0

                   MOVE 'Y' TO WS-SNAP-DONE

           MOVE ZEROES TO WS-SNAP-COUNT.
           MOVE 'N'    TO WS-SNAP-EOF-SWITCH.
           MOVE WS-SNAP-RUN-ENTRY TO WS-SNAP-RUN-FILTER.

           OPEN INPUT SNAPSHOT-FILE.


               WHEN '00'

                   IF  WS-SNAP-RUN-ENTRY = SPACES
                       PERFORM 8732-FIND-LATEST-SNAP-RUN
                       THRU  F-8732-FIND-LATEST-SNAP-RUN
                       UNTIL WS-SNAP-EOF-SWITCH = 'Y'
                       CLOSE SNAPSHOT-FILE
                       MOVE 'N' TO WS-SNAP-EOF-SWITCH
                       OPEN INPUT SNAPSHOT-FILE
                       MOVE WS-SNAP-RUN-FILTER TO WS-SNAP-RUN-ENTRY
                   END-IF

                   PERFORM 8735-SCAN-SNAP-DIRECTORY
                   THRU  F-8735-SCAN-SNAP-DIRECTORY
                   UNTIL WS-SNAP-EOF-SWITCH = 'Y'

       F-8730-LOAD-SNAP-DIRECTORY. EXIT.

       8732-FIND-LATEST-SNAP-RUN.

           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   IF  SNAP-REC-TYPE = 'H'
                       MOVE SNAP-RUN-STAMP TO WS-SNAP-RUN-FILTER
                   END-IF
           END-READ.

       F-8732-FIND-LATEST-SNAP-RUN. EXIT.

       8735-SCAN-SNAP-DIRECTORY.

           READ SNAPSHOT-FILE
                   MOVE 'Y' TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   IF  SNAP-REC-TYPE = 'H'
                       AND SNAP-RUN-STAMP = WS-SNAP-RUN-FILTER
                       AND WS-SNAP-COUNT < 100
                       AND SNAP-GENERATION IS NUMERIC
                       AND SNAP-HEIGHT IS NUMERIC
               CLOSE SNAPSHOT-FILE

               IF  WS-SNAP-LOADED = 'Y'
                   MOVE WS-SNAP-GEN(WS-SNAP-PICK) TO WS-GENERATION
                   PERFORM 5200-RESET-BACK-BOARDS
                   THRU  F-5200-RESET-BACK-BOARDS
                   MOVE WS-SNAP-GEN(WS-SNAP-PICK) TO WS-SNAP-GEN-ED
                   STRING 'Snapshot of generation '
                          WS-SNAP-GEN-ED
                          ' loaded'
                          DELIMITED BY SIZE
                          INTO SC-MESSAGE
                   IF  WS-SNAP-RUN-FILTER NOT = SPACES
                       STRING 'Snapshot of generation '
                              WS-SNAP-GEN-ED
                              ' loaded from run '
                              WS-SNAP-RUN-FILTER
                              DELIMITED BY SIZE
                              INTO SC-MESSAGE
                   END-IF
               ELSE
                   MOVE 'SNAPSHOT COULD NOT BE LOADED'
                        TO SC-SNAP-MESSAGE

                       WHEN 'H'

                           IF  SNAP-RUN-STAMP = WS-SNAP-RUN-FILTER
                               AND SNAP-GENERATION IS NUMERIC
                               AND SNAP-HEIGHT IS NUMERIC
                               AND SNAP-WIDTH  IS NUMERIC
                               ADD 1 TO WS-SNAP-SEQ

       F-8755-SCAN-SNAP-RECORD. EXIT.

      *    EVERY PATLIB AND GRIDARCH CHANGE IS JOURNALED TO MAINTJNL
      *    BEFORE THE FILE IS REWRITTEN; IF THE JOURNAL CANNOT BE
      *    WRITTEN THE CHANGE IS NOT MADE.
       8800-JOURNAL-PATTERN-CHANGE.

           MOVE 'PATLIB'        TO WS-JNL-FILE-ID.
           MOVE WS-PATTERN-NAME TO WS-JNL-ENTRY-NAME.
           MOVE ZEROES          TO WS-JNL-ARCH-STAMP.

           IF  WS-JNL-ACTION = 'A'
               MOVE ZEROES TO WS-JNL-HEIGHT
               MOVE ZEROES TO WS-JNL-WIDTH
           ELSE
               MOVE WS-LIB-HEIGHT(WS-LIB-FOUND-IX) TO WS-JNL-HEIGHT
               MOVE WS-LIB-WIDTH(WS-LIB-FOUND-IX)  TO WS-JNL-WIDTH
           END-IF.

           PERFORM 8850-OPEN-JOURNAL
           THRU  F-8850-OPEN-JOURNAL.

           IF  WS-JNL-OK = 'Y'

               PERFORM 8860-WRITE-JOURNAL-HEADER
               THRU  F-8860-WRITE-JOURNAL-HEADER

               PERFORM 8870-WRITE-JNL-PATTERN-ROW
               THRU  F-8870-WRITE-JNL-PATTERN-ROW
               VARYING WS-JNL-ROW-IX FROM 1 BY 1
               UNTIL   WS-JNL-ROW-IX > WS-JNL-HEIGHT
                  OR   WS-JNL-OK NOT = 'Y'

               CLOSE JOURNAL-FILE

           END-IF.

       F-8800-JOURNAL-PATTERN-CHANGE. EXIT.

       8810-JOURNAL-ARCHIVE-CHANGE.

           MOVE 'GRIDARCH'        TO WS-JNL-FILE-ID.
           MOVE WS-ARCH-GRID-NAME TO WS-JNL-ENTRY-NAME.

           IF  WS-JNL-ACTION = 'A'
               MOVE ZEROES TO WS-JNL-HEIGHT
               MOVE ZEROES TO WS-JNL-WIDTH
               MOVE ZEROES TO WS-JNL-ARCH-STAMP
           ELSE
               MOVE WS-ARCH-HEIGHT(WS-ARCH-FOUND-IX) TO WS-JNL-HEIGHT
               MOVE WS-ARCH-WIDTH(WS-ARCH-FOUND-IX)  TO WS-JNL-WIDTH
               MOVE WS-ARCH-STAMP(WS-ARCH-FOUND-IX)
                 TO WS-JNL-ARCH-STAMP
           END-IF.

           PERFORM 8850-OPEN-JOURNAL
           THRU  F-8850-OPEN-JOURNAL.

           IF  WS-JNL-OK = 'Y'

               PERFORM 8860-WRITE-JOURNAL-HEADER
               THRU  F-8860-WRITE-JOURNAL-HEADER

               PERFORM 8880-WRITE-JNL-ARCHIVE-ROW
               THRU  F-8880-WRITE-JNL-ARCHIVE-ROW
               VARYING WS-JNL-ROW-IX FROM 1 BY 1
               UNTIL   WS-JNL-ROW-IX > WS-JNL-HEIGHT
                  OR   WS-JNL-OK NOT = 'Y'

               CLOSE JOURNAL-FILE

           END-IF.

       F-8810-JOURNAL-ARCHIVE-CHANGE. EXIT.

       8850-OPEN-JOURNAL.

           MOVE 'Y'    TO WS-JNL-OK.
           MOVE SPACES TO WS-JNL-MESSAGE.

           OPEN EXTEND JOURNAL-FILE.

           IF  WS-JNL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

           IF  WS-JNL-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN MAINTJNL - STATUS '
                      WS-JNL-STATUS
                      ' - NOTHING CHANGED'
                      DELIMITED BY SIZE
                      INTO WS-JNL-MESSAGE
               MOVE 'N' TO WS-JNL-OK
           END-IF.

      *    THE TERMINAL USER IS TAKEN FROM THE SESSION ENVIRONMENT.
           IF  WS-JNL-OK = 'Y'
               AND WS-JNL-USER = SPACES
               ACCEPT WS-JNL-USER FROM ENVIRONMENT 'USER'
               IF  WS-JNL-USER = SPACES
                   ACCEPT WS-JNL-USER FROM ENVIRONMENT 'LOGNAME'
               END-IF
               IF  WS-JNL-USER = SPACES
                   MOVE 'UNKNOWN' TO WS-JNL-USER
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-JNL-USER) TO WS-JNL-USER
           END-IF.

       F-8850-OPEN-JOURNAL. EXIT.

       8860-WRITE-JOURNAL-HEADER.

           MOVE SPACES                       TO JNL-HEADER-RECORD.
           MOVE 'H'                          TO JNL-REC-TYPE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JNL-STAMP.
           MOVE WS-JNL-USER                  TO JNL-USER.
           MOVE '02-GAMES'                   TO JNL-PROGRAM.
           MOVE WS-JNL-FILE-ID               TO JNL-FILE-ID.
           MOVE WS-JNL-ACTION                TO JNL-ACTION.
           MOVE WS-JNL-ENTRY-NAME            TO JNL-NAME.
           MOVE WS-JNL-HEIGHT                TO JNL-HEIGHT.
           MOVE WS-JNL-WIDTH                 TO JNL-WIDTH.
           MOVE WS-JNL-ARCH-STAMP            TO JNL-ARCH-STAMP.
           WRITE JNL-HEADER-RECORD.

           PERFORM 8890-CHECK-JOURNAL-WRITE
           THRU  F-8890-CHECK-JOURNAL-WRITE.

       F-8860-WRITE-JOURNAL-HEADER. EXIT.

       8870-WRITE-JNL-PATTERN-ROW.

           MOVE SPACES TO JNL-DATA-RECORD.
           MOVE 'D'    TO JNL-DATA-TYPE.
           MOVE WS-LIB-LINE(WS-LIB-FOUND-IX, WS-JNL-ROW-IX)
             TO JNL-DATA-LINE.
           WRITE JNL-DATA-RECORD.

           PERFORM 8890-CHECK-JOURNAL-WRITE
           THRU  F-8890-CHECK-JOURNAL-WRITE.

       F-8870-WRITE-JNL-PATTERN-ROW. EXIT.

       8880-WRITE-JNL-ARCHIVE-ROW.

           MOVE SPACES TO JNL-DATA-RECORD.
           MOVE 'D'    TO JNL-DATA-TYPE.
           MOVE WS-ARCH-LINE(WS-ARCH-FOUND-IX, WS-JNL-ROW-IX)
             TO JNL-DATA-LINE.
           WRITE JNL-DATA-RECORD.

           PERFORM 8890-CHECK-JOURNAL-WRITE
           THRU  F-8890-CHECK-JOURNAL-WRITE.

       F-8880-WRITE-JNL-ARCHIVE-ROW. EXIT.

       8890-CHECK-JOURNAL-WRITE.

           IF  WS-JNL-STATUS NOT = '00'
               AND WS-JNL-OK = 'Y'
               STRING 'WRITE TO MAINTJNL FAILED - STATUS '
                      WS-JNL-STATUS
                      ' - NOTHING CHANGED'
                      DELIMITED BY SIZE
                      INTO WS-JNL-MESSAGE
               MOVE 'N' TO WS-JNL-OK
           END-IF.

       F-8890-CHECK-JOURNAL-WRITE. EXIT.

       9999-FINAL.

           CONTINUE.
