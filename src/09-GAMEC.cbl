       IDENTIFICATION DIVISION.
       PROGRAM-ID. 09-GAMEC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CATCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PATTERN-FILE ASSIGN TO "PATLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAT-STATUS.
           SELECT CATALOGUE-FILE ASSIGN TO "CATRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CTL-CARD             PIC X(80).

       FD  PATTERN-FILE.
       01  PAT-HEADER-RECORD.
           05  PAT-REC-TYPE     PIC X.
           05  PAT-NAME         PIC X(16).
           05  PAT-HEIGHT       PIC X(03).
           05  PAT-WIDTH        PIC X(03).
           05  FILLER           PIC X(278).
       01  PAT-DATA-RECORD.
           05  PAT-DATA-TYPE    PIC X.
           05  PAT-DATA-LINE    PIC X(300).

       FD  CATALOGUE-FILE.
       01  CATALOGUE-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CTL-STATUS        PIC XX       VALUE SPACES.
       01  WS-PAT-STATUS        PIC XX       VALUE SPACES.
       01  WS-CAT-STATUS        PIC XX       VALUE SPACES.
       01  WS-CTL-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-PAT-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-JOB-ERROR         PIC X        VALUE 'N'.

       01  WS-CTL-KEYWORD       PIC X(10)    VALUE SPACES.
       01  WS-CTL-VALUE         PIC X(70)    VALUE SPACES.
       01  WS-CTL-NUMBER        PIC 9(08)    VALUE ZEROES.
       01  WS-CTL-NUM-OK        PIC X        VALUE 'N'.
       01  WS-CTL-POS           PIC 9(02)    VALUE ZEROES.
       01  WS-CTL-DIGIT         PIC 9        VALUE ZEROES.

       01  WS-RUN-STAMP         PIC X(14)    VALUE SPACES.

      *    CATALOGUE PARAMETERS FROM CATCTL.
       01  WS-CAT-PARMS.
           05  WS-GEN-LIMIT     PIC 9(08)    VALUE 1000.
           05  WS-MARGIN        PIC 9(03)    VALUE 20.

       01  CT-CONSTANTS.
           05  CT-CANVAS-WIDTH  PIC 9(03)    VALUE ZEROES.
           05  CT-CANVAS-HEIGHT PIC 9(03)    VALUE ZEROES.
           05  CT-LIVING-CELL   PIC X        VALUE '@'.
           05  CT-EMPTY-CELL    PIC X        VALUE '.'.
           05  CT-MAX-HEIGHT    PIC 9(03)    VALUE 300.
           05  CT-MAX-WIDTH     PIC 9(03)    VALUE 300.
           05  CT-WRAP-MODE     PIC X        VALUE 'N'.
           05  CT-PAT-MAX-HEIGHT
                                PIC 9(03)    VALUE 100.
           05  CT-PAT-MAX-WIDTH PIC 9(03)    VALUE 100.
      *    NUMBER OF EARLIER GENERATIONS A BOARD IS COMPARED WITH,
      *    I.E. THE LONGEST PERIOD THAT CAN BE RECOGNISED.
           05  CT-HISTORY-DEPTH PIC 9(03)    VALUE 30.
      *    POSITION N OF CT-BIRTH-RULE/CT-SURVIVE-RULE IS N-1
      *    LIVE NEIGHBORS; '1' MEANS THE RULE FIRES (DEFAULT B3/S23).
           05  CT-BIRTH-RULE    PIC X(09)    VALUE '000100000'.
           05  CT-SURVIVE-RULE  PIC X(09)    VALUE '001100000'.

       01  WS-RULES-TEXT        PIC X(20)    VALUE SPACES.
       01  WS-RULES-UPPER       PIC X(20)    VALUE SPACES.
       01  WS-RULE-POS          PIC 9(02)    VALUE ZEROES.
       01  WS-RULE-MODE         PIC X        VALUE SPACES.
       01  WS-RULE-DIGIT        PIC 9        VALUE ZEROES.
       01  WS-RULES-VALID       PIC X        VALUE 'Y'.

       01  WS-PATTERN-BUFFER.
           05  WS-PATTERN-FOUND PIC X        VALUE 'N'.
           05  WS-PATTERN-NAME  PIC X(16)    VALUE SPACES.
           05  WS-PATTERN-HEIGHT-X
                                PIC X(03)    VALUE SPACES.
           05  WS-PATTERN-WIDTH-X
                                PIC X(03)    VALUE SPACES.
           05  WS-PATTERN-HEIGHT
                                PIC 9(03)    VALUE ZEROES.
           05  WS-PATTERN-WIDTH PIC 9(03)    VALUE ZEROES.
           05  WS-PATTERN-ROW-IX
                                PIC 9(03)    VALUE ZEROES.
           05  WS-PATTERN-LINE  PIC X(100)   VALUE SPACES
                                OCCURS 100 TIMES.

       01  WS-PAT-ROW           PIC 9(03)    VALUE ZEROES.
       01  WS-PAT-COL           PIC 9(03)    VALUE ZEROES.
       01  WS-MARGIN-ROWS       PIC 9(03)    VALUE ZEROES.
       01  WS-MARGIN-COLS       PIC 9(03)    VALUE ZEROES.

       01  WS-VECTOR            OCCURS 300 TIMES.
           05  WS-LINE          PIC X(300)   VALUE SPACES.
           05  WS-ARRAY         OCCURS 300 TIMES.
               10  WS-CELL      PIC 9        VALUE ZEROES.
           05  WS-ARRAY2.
               10  WS-NEIGHBORS PIC 9        VALUE ZEROES
                                OCCURS 300 TIMES.

       01  WS-VARIABLES.
           05  WS-X            PIC 9(03)    VALUE ZEROES.
           05  WS-Y            PIC 9(03)    VALUE ZEROES.
           05  WS-X-AUX        PIC 9(03)    VALUE ZEROES.
           05  WS-Y-AUX        PIC 9(03)    VALUE ZEROES.
           05  WS-NEI-ROW      PIC 9(03)    VALUE ZEROES.
           05  WS-NEI-COL      PIC 9(03)    VALUE ZEROES.

      *    ONLY ROWS TOUCHING A LIVE CELL CAN CHANGE, SO THE RULE
      *    PASS SKIPS THE REST (UNLESS THE RULES BIRTH ON ZERO).
       01  WS-ROW-ACTIVE-TABLE.
           05  WS-ROW-ACTIVE   PIC X        VALUE 'N'
                                OCCURS 300 TIMES.
       01  WS-BIRTH-ON-ZERO     PIC X        VALUE 'N'.

       01  WS-RUN-STATE.
           05  WS-GENERATION    PIC 9(08)    VALUE ZEROES.
           05  WS-LIVE-COUNT    PIC 9(08)    VALUE ZEROES.

      *    BOUNDING BOX OF THE LIVE CELLS ON THE BOARD.
       01  WS-BOX.
           05  WS-BOX-TOP       PIC 9(03)    VALUE ZEROES.
           05  WS-BOX-LEFT      PIC 9(03)    VALUE ZEROES.
           05  WS-BOX-BOTTOM    PIC 9(03)    VALUE ZEROES.
           05  WS-BOX-RIGHT     PIC 9(03)    VALUE ZEROES.
           05  WS-BOX-HEIGHT    PIC 9(03)    VALUE ZEROES.
           05  WS-BOX-WIDTH     PIC 9(03)    VALUE ZEROES.
           05  WS-BOX-POP       PIC 9(08)    VALUE ZEROES.
           05  WS-ROW-POP       PIC 9(03)    VALUE ZEROES.
           05  WS-ROW-FIRST     PIC 9(03)    VALUE ZEROES.
           05  WS-ROW-LAST      PIC 9(03)    VALUE ZEROES.

      *    THE LAST CT-HISTORY-DEPTH BOARDS, EACH CUT DOWN TO ITS
      *    BOUNDING BOX. GENERATION G IS KEPT IN SLOT MOD(G,30) + 1.
       01  WS-STATE-TABLE.
           05  WS-STATE         OCCURS 30 TIMES.
               10  WS-ST-POP    PIC 9(08).
               10  WS-ST-TOP    PIC 9(03).
               10  WS-ST-LEFT   PIC 9(03).
               10  WS-ST-HEIGHT PIC 9(03).
               10  WS-ST-WIDTH  PIC 9(03).
               10  WS-ST-ROW    PIC X(300)   OCCURS 300 TIMES.

       01  WS-STATE-WORK.
           05  WS-ST-SLOT       PIC 9(03)    VALUE ZEROES.
           05  WS-ST-QUOTIENT   PIC 9(08)    VALUE ZEROES.
           05  WS-ST-LOOKBACK   PIC 9(03)    VALUE ZEROES.
           05  WS-ST-GEN-BACK   PIC 9(08)    VALUE ZEROES.
           05  WS-ST-MAX-LOOKBACK
                                PIC 9(03)    VALUE ZEROES.
           05  WS-ST-ROW-IX     PIC 9(03)    VALUE ZEROES.
           05  WS-ST-SAME       PIC X        VALUE 'N'.
           05  WS-ST-FOUND-PERIOD
                                PIC 9(03)    VALUE ZEROES.
           05  WS-ST-FOUND-SLOT PIC 9(03)    VALUE ZEROES.

      *    RESULT FOR THE PATTERN BEING CATALOGUED.
       01  WS-RESULT.
           05  WS-DECIDED       PIC X        VALUE 'N'.
           05  WS-CLASS         PIC X(24)    VALUE SPACES.
           05  WS-CLASS-CODE    PIC X        VALUE SPACES.
           05  WS-CLASS-PERIOD  PIC 9(03)    VALUE ZEROES.
           05  WS-CLASS-DY      PIC S9(03)   VALUE ZEROES.
           05  WS-CLASS-DX      PIC S9(03)   VALUE ZEROES.
           05  WS-DECIDED-GEN   PIC 9(08)    VALUE ZEROES.
           05  WS-CYCLE-FROM    PIC 9(08)    VALUE ZEROES.
           05  WS-SEED-CELLS    PIC 9(08)    VALUE ZEROES.
           05  WS-SEED-TOP      PIC 9(03)    VALUE ZEROES.
           05  WS-SEED-LEFT     PIC 9(03)    VALUE ZEROES.
           05  WS-SEED-BOTTOM   PIC 9(03)    VALUE ZEROES.
           05  WS-SEED-RIGHT    PIC 9(03)    VALUE ZEROES.

       01  WS-CATALOGUE-TOTALS.
           05  WS-PATTERN-COUNT PIC 9(05)    VALUE ZEROES.
           05  WS-STILL-COUNT   PIC 9(05)    VALUE ZEROES.
           05  WS-OSC-COUNT     PIC 9(05)    VALUE ZEROES.
           05  WS-SHIP-COUNT    PIC 9(05)    VALUE ZEROES.
           05  WS-DIES-COUNT    PIC 9(05)    VALUE ZEROES.
           05  WS-UNRESOLVED-COUNT
                                PIC 9(05)    VALUE ZEROES.
           05  WS-NOT-RUN-COUNT PIC 9(05)    VALUE ZEROES.

       01  WS-CAT-HEADER-LINE.
           05  FILLER           PIC X        VALUE '1'.
           05  FILLER           PIC X(05)    VALUE SPACES.
           05  FILLER           PIC X(49)
               VALUE 'CONWAYS GAME OF LIFE - PATTERN LIBRARY CATALOGUE'.
           05  FILLER           PIC X(03)    VALUE SPACES.
           05  FILLER           PIC X(10)    VALUE 'RUN DATE: '.
           05  WS-CH-DATETIME   PIC X(14).
           05  FILLER           PIC X(50)    VALUE SPACES.

       01  WS-CAT-PARM-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  FILLER           PIC X(18)    VALUE 'GENERATION LIMIT: '.
           05  WS-CP-LIMIT      PIC ZZZZZZZ9.
           05  FILLER           PIC X(11)    VALUE '   MARGIN: '.
           05  WS-CP-MARGIN     PIC ZZ9.
           05  FILLER           PIC X(10)    VALUE '   RULES: '.
           05  WS-CP-RULES      PIC X(20).
           05  FILLER           PIC X(22)
               VALUE '   LONGEST PERIOD: '.
           05  WS-CP-DEPTH      PIC ZZ9.
           05  FILLER           PIC X(36)    VALUE SPACES.

       01  WS-CAT-COLS-1.
           05  FILLER           PIC X        VALUE SPACE.
           05  FILLER           PIC X(18)    VALUE 'PATTERN'.
           05  FILLER           PIC X(11)    VALUE 'SIZE'.
           05  FILLER           PIC X(07)    VALUE 'CELLS'.
           05  FILLER           PIC X(19)    VALUE 'BOUNDING BOX'.
           05  FILLER           PIC X(25)    VALUE 'CLASSIFICATION'.
           05  FILLER           PIC X(05)    VALUE 'PER'.
           05  FILLER           PIC X(05)    VALUE '  DY'.
           05  FILLER           PIC X(06)    VALUE '  DX'.
           05  FILLER           PIC X(10)    VALUE ' AT GEN'.
           05  FILLER           PIC X(08)    VALUE 'FROM GEN'.
           05  FILLER           PIC X(17)    VALUE SPACES.

       01  WS-CAT-COLS-2.
           05  FILLER           PIC X        VALUE SPACE.
           05  FILLER           PIC X(18)    VALUE '----------------'.
           05  FILLER           PIC X(11)    VALUE '---------'.
           05  FILLER           PIC X(07)    VALUE '-----'.
           05  FILLER           PIC X(19)    VALUE
               '-----------------'.
           05  FILLER           PIC X(25)    VALUE
               '------------------------'.
           05  FILLER           PIC X(05)    VALUE '---'.
           05  FILLER           PIC X(05)    VALUE '----'.
           05  FILLER           PIC X(06)    VALUE '----'.
           05  FILLER           PIC X(10)    VALUE '--------'.
           05  FILLER           PIC X(08)    VALUE '--------'.
           05  FILLER           PIC X(17)    VALUE SPACES.

       01  WS-CAT-DETAIL-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-CD-NAME       PIC X(16).
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-CD-HEIGHT     PIC ZZ9.
           05  FILLER           PIC X(03)    VALUE ' X '.
           05  WS-CD-WIDTH      PIC ZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-CD-CELLS      PIC ZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-CD-BOX        PIC X(17).
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-CD-CLASS      PIC X(24).
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-CD-PERIOD     PIC X(03).
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-CD-DY         PIC X(04).
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-CD-DX         PIC X(04).
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-CD-AT-GEN     PIC X(08).
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-CD-FROM-GEN   PIC X(08).
           05  FILLER           PIC X(17)    VALUE SPACES.

       01  WS-CAT-BOX-TEXT.
           05  FILLER           PIC X        VALUE 'R'.
           05  WS-CB-TOP        PIC 9(03).
           05  FILLER           PIC X        VALUE '-'.
           05  WS-CB-BOTTOM     PIC 9(03).
           05  FILLER           PIC X(02)    VALUE ' C'.
           05  WS-CB-LEFT       PIC 9(03).
           05  FILLER           PIC X        VALUE '-'.
           05  WS-CB-RIGHT      PIC 9(03).

       01  WS-CAT-TOTAL-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-CT-LABEL      PIC X(34)    VALUE SPACES.
           05  WS-CT-COUNT      PIC ZZZZZZZZZZZ9.
           05  FILLER           PIC X(85)    VALUE SPACES.

       01  WS-PERIOD-ED         PIC ZZ9.
       01  WS-SHIFT-ED          PIC +++9.
       01  WS-GEN-ED            PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.

           PERFORM 1000-INIT
           THRU  F-1000-INIT.

           IF  WS-JOB-ERROR NOT = 'Y'

               PERFORM 2000-READ-PATLIB
               THRU  F-2000-READ-PATLIB
               UNTIL WS-PAT-EOF-SWITCH = 'Y'

               IF  WS-PATTERN-FOUND = 'Y'
                   PERFORM 2500-CATALOGUE-PATTERN
                   THRU  F-2500-CATALOGUE-PATTERN
               END-IF

               PERFORM 9000-WRITE-TOTALS
               THRU  F-9000-WRITE-TOTALS

               PERFORM 9999-FINAL
               THRU  F-9999-FINAL

           END-IF.

           EVALUATE TRUE
               WHEN WS-JOB-ERROR = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-NOT-RUN-COUNT > 0
                   MOVE 4  TO RETURN-CODE
           END-EVALUATE.

       F-MAIN-PROGRAM. GOBACK.

       1000-INIT.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.

           PERFORM 1100-READ-CONTROL-FILE
           THRU  F-1100-READ-CONTROL-FILE.

           IF  WS-JOB-ERROR NOT = 'Y'

               PERFORM 1080-PARSE-RULES
               THRU  F-1080-PARSE-RULES

               IF  WS-RULES-VALID NOT = 'Y'
                   DISPLAY 'CATALOGUE ERROR: INVALID RULES - '
                           WS-RULES-TEXT
                   MOVE 'Y' TO WS-JOB-ERROR
               END-IF

           END-IF.

           IF  WS-JOB-ERROR NOT = 'Y'

               OPEN INPUT PATTERN-FILE

               IF  WS-PAT-STATUS NOT = '00'

                   DISPLAY 'CATALOGUE ERROR: UNABLE TO OPEN PATLIB - '
                           'STATUS ' WS-PAT-STATUS
                   MOVE 'Y' TO WS-JOB-ERROR

               ELSE

                   OPEN OUTPUT CATALOGUE-FILE

                   IF  WS-CAT-STATUS NOT = '00'

                       DISPLAY 'CATALOGUE ERROR: UNABLE TO OPEN '
                               'CATRPT - STATUS ' WS-CAT-STATUS
                       MOVE 'Y' TO WS-JOB-ERROR
                       CLOSE PATTERN-FILE

                   ELSE

                       PERFORM 1200-WRITE-HEADINGS
                       THRU  F-1200-WRITE-HEADINGS

                   END-IF

               END-IF

           END-IF.

       F-1000-INIT. EXIT.

       1080-PARSE-RULES.

           MOVE 'Y' TO WS-RULES-VALID.
           MOVE '000100000' TO CT-BIRTH-RULE.
           MOVE '001100000' TO CT-SURVIVE-RULE.

           IF  WS-RULES-TEXT NOT = SPACES

               MOVE FUNCTION UPPER-CASE(WS-RULES-TEXT) TO WS-RULES-UPPER
               MOVE '000000000' TO CT-BIRTH-RULE
               MOVE '000000000' TO CT-SURVIVE-RULE
               MOVE SPACES TO WS-RULE-MODE

               PERFORM 1085-PARSE-RULE-CHAR
               THRU  F-1085-PARSE-RULE-CHAR
               VARYING WS-RULE-POS FROM 1 BY 1
               UNTIL   WS-RULE-POS > 20

           END-IF.

       F-1080-PARSE-RULES. EXIT.

       1085-PARSE-RULE-CHAR.

           EVALUATE WS-RULES-UPPER(WS-RULE-POS : 1)

               WHEN 'B'
                   MOVE 'B' TO WS-RULE-MODE

               WHEN 'S'
                   MOVE 'S' TO WS-RULE-MODE

               WHEN '0' THRU '8'
                   MOVE WS-RULES-UPPER(WS-RULE-POS : 1) TO WS-RULE-DIGIT
                   IF  WS-RULE-MODE = 'B'
                       MOVE '1' TO
                           CT-BIRTH-RULE(WS-RULE-DIGIT + 1 : 1)
                   ELSE IF WS-RULE-MODE = 'S'
                       MOVE '1' TO
                           CT-SURVIVE-RULE(WS-RULE-DIGIT + 1 : 1)
                   END-IF

               WHEN '/'
               WHEN SPACE
                   CONTINUE

               WHEN OTHER
                   MOVE 'N' TO WS-RULES-VALID

           END-EVALUATE.

       F-1085-PARSE-RULE-CHAR. EXIT.

       1100-READ-CONTROL-FILE.

           MOVE 'N' TO WS-CTL-EOF-SWITCH.

           OPEN INPUT CONTROL-FILE.

           EVALUATE WS-CTL-STATUS

               WHEN '00'

                   PERFORM 1150-READ-CONTROL-CARD
                   THRU  F-1150-READ-CONTROL-CARD
                   UNTIL WS-CTL-EOF-SWITCH = 'Y'

                   CLOSE CONTROL-FILE

               WHEN '35'

      *            NO CONTROL FILE - DEFAULT LIMIT, MARGIN AND RULES
                   CONTINUE

               WHEN OTHER

                   DISPLAY 'CATALOGUE ERROR: UNABLE TO OPEN CATCTL - '
                           'STATUS ' WS-CTL-STATUS
                   MOVE 'Y' TO WS-JOB-ERROR

           END-EVALUATE.

       F-1100-READ-CONTROL-FILE. EXIT.

       1150-READ-CONTROL-CARD.

           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SWITCH
               NOT AT END
                   IF  CTL-CARD NOT = SPACES
                       AND CTL-CARD(1 : 1) NOT = '*'
                       PERFORM 1160-PARSE-CONTROL-CARD
                       THRU  F-1160-PARSE-CONTROL-CARD
                   END-IF
           END-READ.

       F-1150-READ-CONTROL-CARD. EXIT.

       1160-PARSE-CONTROL-CARD.

           MOVE SPACES TO WS-CTL-KEYWORD.
           MOVE SPACES TO WS-CTL-VALUE.

           UNSTRING CTL-CARD DELIMITED BY '='
               INTO WS-CTL-KEYWORD
                    WS-CTL-VALUE.

           MOVE FUNCTION UPPER-CASE(WS-CTL-KEYWORD) TO WS-CTL-KEYWORD.

           EVALUATE WS-CTL-KEYWORD

               WHEN 'LIMIT'

                   PERFORM 1170-GET-NUMERIC-VALUE
                   THRU  F-1170-GET-NUMERIC-VALUE
                   IF  WS-CTL-NUM-OK = 'Y'
                       AND WS-CTL-NUMBER > 0
                       MOVE WS-CTL-NUMBER TO WS-GEN-LIMIT
                   ELSE
                       PERFORM 1180-REJECT-CARD
                       THRU  F-1180-REJECT-CARD
                   END-IF

               WHEN 'MARGIN'

                   PERFORM 1170-GET-NUMERIC-VALUE
                   THRU  F-1170-GET-NUMERIC-VALUE
                   IF  WS-CTL-NUM-OK = 'Y'
                       AND WS-CTL-NUMBER > 0
                       AND WS-CTL-NUMBER < 100
                       MOVE WS-CTL-NUMBER TO WS-MARGIN
                   ELSE
                       PERFORM 1180-REJECT-CARD
                       THRU  F-1180-REJECT-CARD
                   END-IF

               WHEN 'RULES'

                   MOVE WS-CTL-VALUE TO WS-RULES-TEXT

               WHEN OTHER

                   PERFORM 1180-REJECT-CARD
                   THRU  F-1180-REJECT-CARD

           END-EVALUATE.

       F-1160-PARSE-CONTROL-CARD. EXIT.

       1170-GET-NUMERIC-VALUE.

           MOVE 'Y'    TO WS-CTL-NUM-OK.
           MOVE ZEROES TO WS-CTL-NUMBER.

           IF  WS-CTL-VALUE = SPACES
               MOVE 'N' TO WS-CTL-NUM-OK
           END-IF.

           PERFORM 1175-GET-NUMERIC-DIGIT
           THRU  F-1175-GET-NUMERIC-DIGIT
           VARYING WS-CTL-POS FROM 1 BY 1
           UNTIL   WS-CTL-POS > 70
              OR   WS-CTL-VALUE(WS-CTL-POS : 1) = SPACE
              OR   WS-CTL-NUM-OK = 'N'.

           IF  WS-CTL-NUM-OK = 'Y'
               AND WS-CTL-POS NOT > 70
               AND WS-CTL-VALUE(WS-CTL-POS :) NOT = SPACES
               MOVE 'N' TO WS-CTL-NUM-OK
           END-IF.

       F-1170-GET-NUMERIC-VALUE. EXIT.

       1175-GET-NUMERIC-DIGIT.

           IF  WS-CTL-VALUE(WS-CTL-POS : 1) IS NUMERIC
               MOVE WS-CTL-VALUE(WS-CTL-POS : 1) TO WS-CTL-DIGIT
               COMPUTE WS-CTL-NUMBER =
                       WS-CTL-NUMBER * 10 + WS-CTL-DIGIT
                   ON SIZE ERROR
                       MOVE 'N' TO WS-CTL-NUM-OK
               END-COMPUTE
           ELSE
               MOVE 'N' TO WS-CTL-NUM-OK
           END-IF.

       F-1175-GET-NUMERIC-DIGIT. EXIT.

       1180-REJECT-CARD.

           DISPLAY 'CATALOGUE ERROR: CARD REJECTED - ' CTL-CARD.
           MOVE 'Y' TO WS-JOB-ERROR.

       F-1180-REJECT-CARD. EXIT.

       1200-WRITE-HEADINGS.

           MOVE WS-RUN-STAMP TO WS-CH-DATETIME.
           WRITE CATALOGUE-RECORD FROM WS-CAT-HEADER-LINE.

           MOVE WS-GEN-LIMIT     TO WS-CP-LIMIT.
           MOVE WS-MARGIN        TO WS-CP-MARGIN.
           MOVE CT-HISTORY-DEPTH TO WS-CP-DEPTH.
           IF  WS-RULES-TEXT = SPACES
               MOVE 'B3/S23'      TO WS-CP-RULES
           ELSE
               MOVE WS-RULES-TEXT TO WS-CP-RULES
           END-IF.
           WRITE CATALOGUE-RECORD FROM WS-CAT-PARM-LINE.

           MOVE SPACES TO CATALOGUE-RECORD.
           WRITE CATALOGUE-RECORD.

           WRITE CATALOGUE-RECORD FROM WS-CAT-COLS-1.
           WRITE CATALOGUE-RECORD FROM WS-CAT-COLS-2.

       F-1200-WRITE-HEADINGS. EXIT.

       2000-READ-PATLIB.

           READ PATTERN-FILE
               AT END
                   MOVE 'Y' TO WS-PAT-EOF-SWITCH
               NOT AT END
                   EVALUATE PAT-REC-TYPE

                       WHEN 'P'

                           IF  WS-PATTERN-FOUND = 'Y'
                               PERFORM 2500-CATALOGUE-PATTERN
                               THRU  F-2500-CATALOGUE-PATTERN
                           END-IF

                           PERFORM 2100-START-PATTERN
                           THRU  F-2100-START-PATTERN

                       WHEN 'D'

                           IF  WS-PATTERN-FOUND = 'Y'
                               AND WS-PATTERN-ROW-IX
                                   < CT-PAT-MAX-HEIGHT
                               ADD  1 TO WS-PATTERN-ROW-IX
                               MOVE PAT-DATA-LINE
                                 TO WS-PATTERN-LINE(WS-PATTERN-ROW-IX)
                           END-IF

                       WHEN OTHER

                           CONTINUE

                   END-EVALUATE
           END-READ.

       F-2000-READ-PATLIB. EXIT.

       2100-START-PATTERN.

           INITIALIZE WS-PATTERN-BUFFER.
           MOVE 'Y'        TO WS-PATTERN-FOUND.
           MOVE PAT-NAME   TO WS-PATTERN-NAME.
           MOVE PAT-HEIGHT TO WS-PATTERN-HEIGHT-X.
           MOVE PAT-WIDTH  TO WS-PATTERN-WIDTH-X.

       F-2100-START-PATTERN. EXIT.

      *    RUN ONE LIBRARY PATTERN ON ITS OWN CLEAR BOARD AND WRITE
      *    ITS CATALOGUE LINE.
       2500-CATALOGUE-PATTERN.

           ADD 1 TO WS-PATTERN-COUNT.

           INITIALIZE WS-RESULT.
           MOVE 'N' TO WS-DECIDED.

           EVALUATE TRUE

               WHEN WS-PATTERN-HEIGHT-X IS NOT NUMERIC
                 OR WS-PATTERN-WIDTH-X  IS NOT NUMERIC
                 OR WS-PATTERN-HEIGHT-X = '000'
                 OR WS-PATTERN-WIDTH-X  = '000'

                   MOVE 'NOT RUN - BAD HEADER' TO WS-CLASS
                   MOVE 'X' TO WS-CLASS-CODE

               WHEN OTHER

                   MOVE WS-PATTERN-HEIGHT-X TO WS-PATTERN-HEIGHT
                   MOVE WS-PATTERN-WIDTH-X  TO WS-PATTERN-WIDTH

                   EVALUATE TRUE

                       WHEN WS-PATTERN-HEIGHT > CT-PAT-MAX-HEIGHT
                         OR WS-PATTERN-WIDTH  > CT-PAT-MAX-WIDTH

                           MOVE 'NOT RUN - TOO LARGE' TO WS-CLASS
                           MOVE 'X' TO WS-CLASS-CODE

                       WHEN WS-PATTERN-ROW-IX NOT = WS-PATTERN-HEIGHT

                           MOVE 'NOT RUN - ROW COUNT' TO WS-CLASS
                           MOVE 'X' TO WS-CLASS-CODE

                       WHEN OTHER

                           PERFORM 2600-PREPARE-BOARD
                           THRU  F-2600-PREPARE-BOARD

                           PERFORM 2700-EVOLVE-PATTERN
                           THRU  F-2700-EVOLVE-PATTERN

                   END-EVALUATE

           END-EVALUATE.

           PERFORM 7000-WRITE-CATALOGUE-LINE
           THRU  F-7000-WRITE-CATALOGUE-LINE.

           MOVE 'N' TO WS-PATTERN-FOUND.

       F-2500-CATALOGUE-PATTERN. EXIT.

      *    THE BOARD IS THE PATTERN PLUS THE MARGIN ON EVERY SIDE,
      *    WITH THE MARGIN CUT BACK WHERE THE BOARD WOULD EXCEED 300.
       2600-PREPARE-BOARD.

           MOVE WS-MARGIN TO WS-MARGIN-ROWS.
           MOVE WS-MARGIN TO WS-MARGIN-COLS.

           IF  WS-PATTERN-HEIGHT + 2 * WS-MARGIN-ROWS > CT-MAX-HEIGHT
               COMPUTE WS-MARGIN-ROWS =
                       ( CT-MAX-HEIGHT - WS-PATTERN-HEIGHT ) / 2
           END-IF.

           IF  WS-PATTERN-WIDTH + 2 * WS-MARGIN-COLS > CT-MAX-WIDTH
               COMPUTE WS-MARGIN-COLS =
                       ( CT-MAX-WIDTH - WS-PATTERN-WIDTH ) / 2
           END-IF.

           COMPUTE CT-CANVAS-HEIGHT =
                   WS-PATTERN-HEIGHT + 2 * WS-MARGIN-ROWS.
           COMPUTE CT-CANVAS-WIDTH =
                   WS-PATTERN-WIDTH + 2 * WS-MARGIN-COLS.

           PERFORM 2610-CLEAR-BOARD-ROW
           THRU  F-2610-CLEAR-BOARD-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           PERFORM 2620-STAMP-PATTERN-ROW
           THRU  F-2620-STAMP-PATTERN-ROW
           VARYING WS-PAT-ROW FROM 1 BY 1
           UNTIL   WS-PAT-ROW > WS-PATTERN-HEIGHT.

       F-2600-PREPARE-BOARD. EXIT.

       2610-CLEAR-BOARD-ROW.

           INITIALIZE WS-VECTOR(WS-X).
           MOVE ALL '.' TO WS-LINE(WS-X)(1 : CT-CANVAS-WIDTH).

       F-2610-CLEAR-BOARD-ROW. EXIT.

       2620-STAMP-PATTERN-ROW.

           PERFORM 2625-STAMP-PATTERN-CELL
           THRU  F-2625-STAMP-PATTERN-CELL
           VARYING WS-PAT-COL FROM 1 BY 1
           UNTIL   WS-PAT-COL > WS-PATTERN-WIDTH.

       F-2620-STAMP-PATTERN-ROW. EXIT.

       2625-STAMP-PATTERN-CELL.

           IF  WS-PATTERN-LINE(WS-PAT-ROW)(WS-PAT-COL : 1)
                   = CT-LIVING-CELL
               COMPUTE WS-X = WS-MARGIN-ROWS + WS-PAT-ROW
               COMPUTE WS-Y = WS-MARGIN-COLS + WS-PAT-COL
               MOVE 1 TO WS-CELL(WS-X,WS-Y)
               MOVE CT-LIVING-CELL TO WS-LINE(WS-X)(WS-Y : 1)
           END-IF.

       F-2625-STAMP-PATTERN-CELL. EXIT.

       2700-EVOLVE-PATTERN.

           PERFORM 5000-FIND-BOUNDING-BOX
           THRU  F-5000-FIND-BOUNDING-BOX.

           MOVE WS-BOX-POP TO WS-SEED-CELLS.

           IF  WS-BOX-POP = 0

               MOVE ZEROES TO WS-GENERATION
               PERFORM 6200-SET-DIES-OUT
               THRU  F-6200-SET-DIES-OUT

           ELSE

               COMPUTE WS-SEED-TOP    = WS-BOX-TOP    - WS-MARGIN-ROWS
               COMPUTE WS-SEED-BOTTOM = WS-BOX-BOTTOM - WS-MARGIN-ROWS
               COMPUTE WS-SEED-LEFT   = WS-BOX-LEFT   - WS-MARGIN-COLS
               COMPUTE WS-SEED-RIGHT  = WS-BOX-RIGHT  - WS-MARGIN-COLS

               MOVE ZEROES TO WS-GENERATION
               PERFORM 6500-SAVE-STATE
               THRU  F-6500-SAVE-STATE

               PERFORM 3000-RUN-GENERATION
               THRU  F-3000-RUN-GENERATION
               VARYING WS-GENERATION FROM 1 BY 1
               UNTIL   WS-GENERATION > WS-GEN-LIMIT
                  OR   WS-DECIDED = 'Y'

               IF  WS-DECIDED NOT = 'Y'
                   MOVE 'UNRESOLVED'  TO WS-CLASS
                   MOVE 'U'           TO WS-CLASS-CODE
                   MOVE WS-GEN-LIMIT  TO WS-DECIDED-GEN
               END-IF

           END-IF.

       F-2700-EVOLVE-PATTERN. EXIT.

       3000-RUN-GENERATION.

           MOVE 0 TO WS-LIVE-COUNT.

           PERFORM 4000-CHECK-NEIGHBOR-CELLS
           THRU  F-4000-CHECK-NEIGHBOR-CELLS.

           PERFORM 3500-OVERWRITE-CELL
           THRU  F-3500-OVERWRITE-CELL
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           IF  WS-LIVE-COUNT = 0

               PERFORM 6200-SET-DIES-OUT
               THRU  F-6200-SET-DIES-OUT

           ELSE

               PERFORM 5000-FIND-BOUNDING-BOX
               THRU  F-5000-FIND-BOUNDING-BOX

               PERFORM 6000-FIND-REPEAT
               THRU  F-6000-FIND-REPEAT

      *        A PATTERN THAT REACHES THE EDGE OF ITS BOARD WOULD BE
      *        CUT DOWN BY THE EDGE, SO NOTHING LATER CAN BE TRUSTED.
               IF  WS-DECIDED NOT = 'Y'
                   AND ( WS-BOX-TOP = 1
                      OR WS-BOX-LEFT = 1
                      OR WS-BOX-BOTTOM = CT-CANVAS-HEIGHT
                      OR WS-BOX-RIGHT  = CT-CANVAS-WIDTH )
                   MOVE 'Y'                     TO WS-DECIDED
                   MOVE 'UNRESOLVED - HIT EDGE' TO WS-CLASS
                   MOVE 'U'                     TO WS-CLASS-CODE
                   MOVE WS-GENERATION           TO WS-DECIDED-GEN
               END-IF

               IF  WS-DECIDED NOT = 'Y'
                   PERFORM 6500-SAVE-STATE
                   THRU  F-6500-SAVE-STATE
               END-IF

           END-IF.

       F-3000-RUN-GENERATION. EXIT.

       3500-OVERWRITE-CELL.

           PERFORM 3550-PREPARE-LINE-CELL
           THRU  F-3550-PREPARE-LINE-CELL
           VARYING WS-Y FROM 1 BY 1
           UNTIL   WS-Y > CT-CANVAS-WIDTH.

       F-3500-OVERWRITE-CELL. EXIT.

       3550-PREPARE-LINE-CELL.

           IF  WS-CELL(WS-X,WS-Y) = 1
               MOVE CT-LIVING-CELL TO WS-LINE(WS-X)(WS-Y : 1)
           ELSE
               MOVE CT-EMPTY-CELL TO WS-LINE(WS-X)(WS-Y : 1)
           END-IF.

       F-3550-PREPARE-LINE-CELL. EXIT.

       4000-CHECK-NEIGHBOR-CELLS.

           IF  CT-BIRTH-RULE(1 : 1) = '1'
               MOVE 'Y' TO WS-BIRTH-ON-ZERO
           ELSE
               MOVE 'N' TO WS-BIRTH-ON-ZERO
           END-IF.

           PERFORM 4050-CLEAR-NEIGHBOR-ROW
           THRU  F-4050-CLEAR-NEIGHBOR-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           PERFORM 4100-SCATTER-ROW
           THRU  F-4100-SCATTER-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           PERFORM 4200-APPLY-RULES-ROW
           THRU  F-4200-APPLY-RULES-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

       F-4000-CHECK-NEIGHBOR-CELLS. EXIT.

       4050-CLEAR-NEIGHBOR-ROW.

           INITIALIZE WS-ARRAY2(WS-X).
           MOVE 'N' TO WS-ROW-ACTIVE(WS-X).

       F-4050-CLEAR-NEIGHBOR-ROW. EXIT.

       4100-SCATTER-ROW.

           PERFORM 4150-SCATTER-CELL
           THRU  F-4150-SCATTER-CELL
           VARYING WS-Y FROM 1 BY 1
           UNTIL   WS-Y > CT-CANVAS-WIDTH.

       F-4100-SCATTER-ROW. EXIT.

       4150-SCATTER-CELL.

           IF  WS-LINE(WS-X)(WS-Y : 1) = CT-LIVING-CELL

               PERFORM 4160-MARK-ACTIVE-ROWS
               THRU  F-4160-MARK-ACTIVE-ROWS

               PERFORM 4165-BUMP-NEIGHBOR-ROW
               THRU  F-4165-BUMP-NEIGHBOR-ROW
               VARYING WS-X-AUX FROM 1 BY 1
               UNTIL   WS-X-AUX > 3

           END-IF.

       F-4150-SCATTER-CELL. EXIT.

       4160-MARK-ACTIVE-ROWS.

           MOVE 'Y' TO WS-ROW-ACTIVE(WS-X).

           IF  WS-X > 1
               MOVE 'Y' TO WS-ROW-ACTIVE(WS-X - 1)
           END-IF.

           IF  WS-X < CT-CANVAS-HEIGHT
               MOVE 'Y' TO WS-ROW-ACTIVE(WS-X + 1)
           END-IF.

       F-4160-MARK-ACTIVE-ROWS. EXIT.

       4165-BUMP-NEIGHBOR-ROW.

           PERFORM 4170-BUMP-NEIGHBOR
           THRU  F-4170-BUMP-NEIGHBOR
           VARYING WS-Y-AUX FROM 1 BY 1
           UNTIL   WS-Y-AUX > 3.

       F-4165-BUMP-NEIGHBOR-ROW. EXIT.

      *    THE CATALOGUE BOARD NEVER WRAPS.
       4170-BUMP-NEIGHBOR.

           IF  NOT(WS-X-AUX = 2 AND WS-Y-AUX = 2)

               COMPUTE WS-NEI-ROW = WS-X - 2 + WS-X-AUX
               COMPUTE WS-NEI-COL = WS-Y - 2 + WS-Y-AUX

               IF  WS-NEI-ROW > 0
                   AND WS-NEI-ROW NOT > CT-CANVAS-HEIGHT
                   AND WS-NEI-COL > 0
                   AND WS-NEI-COL NOT > CT-CANVAS-WIDTH
                   ADD 1 TO WS-NEIGHBORS(WS-NEI-ROW,WS-NEI-COL)
               END-IF

           END-IF.

       F-4170-BUMP-NEIGHBOR. EXIT.

       4200-APPLY-RULES-ROW.

           IF  WS-ROW-ACTIVE(WS-X) = 'Y'
            OR WS-BIRTH-ON-ZERO = 'Y'

               PERFORM 4250-APPLY-RULES-CELL
               THRU  F-4250-APPLY-RULES-CELL
               VARYING WS-Y FROM 1 BY 1
               UNTIL   WS-Y > CT-CANVAS-WIDTH

           END-IF.

       F-4200-APPLY-RULES-ROW. EXIT.

       4250-APPLY-RULES-CELL.

           IF  WS-CELL(WS-X,WS-Y) = 1
            OR WS-NEIGHBORS(WS-X,WS-Y) > 0
            OR WS-BIRTH-ON-ZERO = 'Y'

               IF  WS-CELL(WS-X,WS-Y) = 1
                   AND CT-SURVIVE-RULE(WS-NEIGHBORS(WS-X,WS-Y) + 1 : 1)
                       NOT = '1'
                       MOVE 0 TO WS-CELL(WS-X,WS-Y)
               ELSE IF WS-CELL(WS-X,WS-Y) = 0
                    AND CT-BIRTH-RULE(WS-NEIGHBORS(WS-X,WS-Y) + 1 : 1)
                        = '1'
                       MOVE 1 TO WS-CELL(WS-X,WS-Y)
               END-IF

               IF  WS-CELL(WS-X,WS-Y) = 1
                   ADD 1 TO WS-LIVE-COUNT
               END-IF

           END-IF.

       F-4250-APPLY-RULES-CELL. EXIT.

       5000-FIND-BOUNDING-BOX.

           MOVE ZEROES TO WS-BOX-TOP.
           MOVE ZEROES TO WS-BOX-BOTTOM.
           MOVE ZEROES TO WS-BOX-POP.
           MOVE CT-CANVAS-WIDTH TO WS-BOX-LEFT.
           MOVE 1               TO WS-BOX-RIGHT.

           PERFORM 5010-SCAN-BOX-ROW
           THRU  F-5010-SCAN-BOX-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > CT-CANVAS-HEIGHT.

           IF  WS-BOX-POP > 0
               COMPUTE WS-BOX-HEIGHT = WS-BOX-BOTTOM - WS-BOX-TOP + 1
               COMPUTE WS-BOX-WIDTH  = WS-BOX-RIGHT - WS-BOX-LEFT + 1
           ELSE
               MOVE ZEROES TO WS-BOX-HEIGHT
               MOVE ZEROES TO WS-BOX-WIDTH
           END-IF.

       F-5000-FIND-BOUNDING-BOX. EXIT.

       5010-SCAN-BOX-ROW.

           MOVE ZEROES TO WS-ROW-POP.

           INSPECT WS-LINE(WS-X)(1 : CT-CANVAS-WIDTH)
               TALLYING WS-ROW-POP FOR ALL CT-LIVING-CELL.

           IF  WS-ROW-POP > 0

               ADD WS-ROW-POP TO WS-BOX-POP

               IF  WS-BOX-TOP = 0
                   MOVE WS-X TO WS-BOX-TOP
               END-IF
               MOVE WS-X TO WS-BOX-BOTTOM

               MOVE ZEROES TO WS-ROW-FIRST
               PERFORM 5020-FIND-FIRST-CELL
               THRU  F-5020-FIND-FIRST-CELL
               VARYING WS-Y FROM 1 BY 1
               UNTIL   WS-Y > CT-CANVAS-WIDTH
                  OR   WS-ROW-FIRST > 0

               MOVE ZEROES TO WS-ROW-LAST
               PERFORM 5030-FIND-LAST-CELL
               THRU  F-5030-FIND-LAST-CELL
               VARYING WS-Y FROM CT-CANVAS-WIDTH BY -1
               UNTIL   WS-Y < 1
                  OR   WS-ROW-LAST > 0

               IF  WS-ROW-FIRST < WS-BOX-LEFT
                   MOVE WS-ROW-FIRST TO WS-BOX-LEFT
               END-IF
               IF  WS-ROW-LAST > WS-BOX-RIGHT
                   MOVE WS-ROW-LAST TO WS-BOX-RIGHT
               END-IF

           END-IF.

       F-5010-SCAN-BOX-ROW. EXIT.

       5020-FIND-FIRST-CELL.

           IF  WS-LINE(WS-X)(WS-Y : 1) = CT-LIVING-CELL
               MOVE WS-Y TO WS-ROW-FIRST
           END-IF.

       F-5020-FIND-FIRST-CELL. EXIT.

       5030-FIND-LAST-CELL.

           IF  WS-LINE(WS-X)(WS-Y : 1) = CT-LIVING-CELL
               MOVE WS-Y TO WS-ROW-LAST
           END-IF.

       F-5030-FIND-LAST-CELL. EXIT.

      *    LOOK FOR THE SHORTEST PERIOD P SUCH THAT THIS BOARD IS THE
      *    BOARD OF GENERATION G - P, POSSIBLY MOVED.
       6000-FIND-REPEAT.

           MOVE ZEROES TO WS-ST-FOUND-PERIOD.

           IF  WS-GENERATION < CT-HISTORY-DEPTH
               MOVE WS-GENERATION    TO WS-ST-MAX-LOOKBACK
           ELSE
               MOVE CT-HISTORY-DEPTH TO WS-ST-MAX-LOOKBACK
           END-IF.

           PERFORM 6010-COMPARE-STATE
           THRU  F-6010-COMPARE-STATE
           VARYING WS-ST-LOOKBACK FROM 1 BY 1
           UNTIL   WS-ST-LOOKBACK > WS-ST-MAX-LOOKBACK
              OR   WS-ST-FOUND-PERIOD > 0.

           IF  WS-ST-FOUND-PERIOD > 0
               PERFORM 6100-SET-REPEAT-CLASS
               THRU  F-6100-SET-REPEAT-CLASS
           END-IF.

       F-6000-FIND-REPEAT. EXIT.

       6010-COMPARE-STATE.

           COMPUTE WS-ST-GEN-BACK = WS-GENERATION - WS-ST-LOOKBACK.
           DIVIDE WS-ST-GEN-BACK BY CT-HISTORY-DEPTH
               GIVING    WS-ST-QUOTIENT
               REMAINDER WS-ST-SLOT.
           ADD 1 TO WS-ST-SLOT.

           IF  WS-ST-POP(WS-ST-SLOT)    = WS-BOX-POP
               AND WS-ST-HEIGHT(WS-ST-SLOT) = WS-BOX-HEIGHT
               AND WS-ST-WIDTH(WS-ST-SLOT)  = WS-BOX-WIDTH

               MOVE 'Y' TO WS-ST-SAME

               PERFORM 6020-COMPARE-STATE-ROW
               THRU  F-6020-COMPARE-STATE-ROW
               VARYING WS-ST-ROW-IX FROM 1 BY 1
               UNTIL   WS-ST-ROW-IX > WS-BOX-HEIGHT
                  OR   WS-ST-SAME = 'N'

               IF  WS-ST-SAME = 'Y'
                   MOVE WS-ST-LOOKBACK TO WS-ST-FOUND-PERIOD
                   MOVE WS-ST-SLOT     TO WS-ST-FOUND-SLOT
               END-IF

           END-IF.

       F-6010-COMPARE-STATE. EXIT.

       6020-COMPARE-STATE-ROW.

           COMPUTE WS-X = WS-BOX-TOP + WS-ST-ROW-IX - 1.

           IF  WS-ST-ROW(WS-ST-SLOT, WS-ST-ROW-IX)(1 : WS-BOX-WIDTH)
               NOT = WS-LINE(WS-X)(WS-BOX-LEFT : WS-BOX-WIDTH)
               MOVE 'N' TO WS-ST-SAME
           END-IF.

       F-6020-COMPARE-STATE-ROW. EXIT.

       6100-SET-REPEAT-CLASS.

           MOVE 'Y'                TO WS-DECIDED.
           MOVE WS-GENERATION      TO WS-DECIDED-GEN.
           MOVE WS-ST-FOUND-PERIOD TO WS-CLASS-PERIOD.
           COMPUTE WS-CYCLE-FROM = WS-GENERATION - WS-ST-FOUND-PERIOD.

           COMPUTE WS-CLASS-DY =
                   WS-BOX-TOP  - WS-ST-TOP(WS-ST-FOUND-SLOT).
           COMPUTE WS-CLASS-DX =
                   WS-BOX-LEFT - WS-ST-LEFT(WS-ST-FOUND-SLOT).

           EVALUATE TRUE

               WHEN WS-CLASS-DY NOT = 0
                 OR WS-CLASS-DX NOT = 0
                   MOVE 'SPACESHIP'  TO WS-CLASS
                   MOVE 'M'          TO WS-CLASS-CODE

               WHEN WS-CLASS-PERIOD = 1
                   MOVE 'STILL LIFE' TO WS-CLASS
                   MOVE 'S'          TO WS-CLASS-CODE

               WHEN OTHER
                   MOVE 'OSCILLATOR' TO WS-CLASS
                   MOVE 'O'          TO WS-CLASS-CODE

           END-EVALUATE.

       F-6100-SET-REPEAT-CLASS. EXIT.

       6200-SET-DIES-OUT.

           MOVE 'Y'           TO WS-DECIDED.
           MOVE 'DIES OUT'    TO WS-CLASS.
           MOVE 'D'           TO WS-CLASS-CODE.
           MOVE WS-GENERATION TO WS-DECIDED-GEN.

       F-6200-SET-DIES-OUT. EXIT.

       6500-SAVE-STATE.

           DIVIDE WS-GENERATION BY CT-HISTORY-DEPTH
               GIVING    WS-ST-QUOTIENT
               REMAINDER WS-ST-SLOT.
           ADD 1 TO WS-ST-SLOT.

           MOVE WS-BOX-POP    TO WS-ST-POP(WS-ST-SLOT).
           MOVE WS-BOX-TOP    TO WS-ST-TOP(WS-ST-SLOT).
           MOVE WS-BOX-LEFT   TO WS-ST-LEFT(WS-ST-SLOT).
           MOVE WS-BOX-HEIGHT TO WS-ST-HEIGHT(WS-ST-SLOT).
           MOVE WS-BOX-WIDTH  TO WS-ST-WIDTH(WS-ST-SLOT).

           PERFORM 6510-SAVE-STATE-ROW
           THRU  F-6510-SAVE-STATE-ROW
           VARYING WS-ST-ROW-IX FROM 1 BY 1
           UNTIL   WS-ST-ROW-IX > WS-BOX-HEIGHT.

       F-6500-SAVE-STATE. EXIT.

       6510-SAVE-STATE-ROW.

           COMPUTE WS-X = WS-BOX-TOP + WS-ST-ROW-IX - 1.

           MOVE WS-LINE(WS-X)(WS-BOX-LEFT : WS-BOX-WIDTH)
             TO WS-ST-ROW(WS-ST-SLOT, WS-ST-ROW-IX).

       F-6510-SAVE-STATE-ROW. EXIT.

       7000-WRITE-CATALOGUE-LINE.

           MOVE WS-PATTERN-NAME TO WS-CD-NAME.
           MOVE WS-CLASS        TO WS-CD-CLASS.
           MOVE SPACES          TO WS-CD-BOX.
           MOVE SPACES          TO WS-CD-PERIOD.
           MOVE SPACES          TO WS-CD-DY.
           MOVE SPACES          TO WS-CD-DX.
           MOVE SPACES          TO WS-CD-AT-GEN.
           MOVE SPACES          TO WS-CD-FROM-GEN.
           MOVE ZEROES          TO WS-CD-HEIGHT.
           MOVE ZEROES          TO WS-CD-WIDTH.
           MOVE ZEROES          TO WS-CD-CELLS.

           EVALUATE WS-CLASS-CODE

               WHEN 'X'
                   ADD 1 TO WS-NOT-RUN-COUNT

               WHEN 'S'
                   ADD 1 TO WS-STILL-COUNT

               WHEN 'O'
                   ADD 1 TO WS-OSC-COUNT

               WHEN 'M'
                   ADD 1 TO WS-SHIP-COUNT

               WHEN 'D'
                   ADD 1 TO WS-DIES-COUNT

               WHEN OTHER
                   ADD 1 TO WS-UNRESOLVED-COUNT

           END-EVALUATE.

           IF  WS-CLASS-CODE NOT = 'X'

               MOVE WS-PATTERN-HEIGHT TO WS-CD-HEIGHT
               MOVE WS-PATTERN-WIDTH  TO WS-CD-WIDTH
               MOVE WS-SEED-CELLS     TO WS-CD-CELLS

               IF  WS-SEED-CELLS > 0
                   MOVE WS-SEED-TOP    TO WS-CB-TOP
                   MOVE WS-SEED-BOTTOM TO WS-CB-BOTTOM
                   MOVE WS-SEED-LEFT   TO WS-CB-LEFT
                   MOVE WS-SEED-RIGHT  TO WS-CB-RIGHT
                   MOVE WS-CAT-BOX-TEXT TO WS-CD-BOX
               END-IF

               MOVE WS-DECIDED-GEN TO WS-GEN-ED
               MOVE WS-GEN-ED      TO WS-CD-AT-GEN

           END-IF.

           IF  WS-CLASS-CODE = 'S'
            OR WS-CLASS-CODE = 'O'
            OR WS-CLASS-CODE = 'M'

               MOVE WS-CLASS-PERIOD TO WS-PERIOD-ED
               MOVE WS-PERIOD-ED    TO WS-CD-PERIOD
               MOVE WS-CYCLE-FROM   TO WS-GEN-ED
               MOVE WS-GEN-ED       TO WS-CD-FROM-GEN

               IF  WS-CLASS-CODE = 'M'
                   MOVE WS-CLASS-DY TO WS-SHIFT-ED
                   MOVE WS-SHIFT-ED TO WS-CD-DY
                   MOVE WS-CLASS-DX TO WS-SHIFT-ED
                   MOVE WS-SHIFT-ED TO WS-CD-DX
               END-IF

           END-IF.

           WRITE CATALOGUE-RECORD FROM WS-CAT-DETAIL-LINE.

       F-7000-WRITE-CATALOGUE-LINE. EXIT.

       9000-WRITE-TOTALS.

           MOVE SPACES TO CATALOGUE-RECORD.
           WRITE CATALOGUE-RECORD.

           MOVE 'PATTERNS IN LIBRARY. . . . . . . :' TO WS-CT-LABEL.
           MOVE WS-PATTERN-COUNT TO WS-CT-COUNT.
           WRITE CATALOGUE-RECORD FROM WS-CAT-TOTAL-LINE.

           MOVE 'STILL LIFES. . . . . . . . . . . :' TO WS-CT-LABEL.
           MOVE WS-STILL-COUNT TO WS-CT-COUNT.
           WRITE CATALOGUE-RECORD FROM WS-CAT-TOTAL-LINE.

           MOVE 'OSCILLATORS. . . . . . . . . . . :' TO WS-CT-LABEL.
           MOVE WS-OSC-COUNT TO WS-CT-COUNT.
           WRITE CATALOGUE-RECORD FROM WS-CAT-TOTAL-LINE.

           MOVE 'SPACESHIPS . . . . . . . . . . . :' TO WS-CT-LABEL.
           MOVE WS-SHIP-COUNT TO WS-CT-COUNT.
           WRITE CATALOGUE-RECORD FROM WS-CAT-TOTAL-LINE.

           MOVE 'PATTERNS THAT DIE OUT. . . . . . :' TO WS-CT-LABEL.
           MOVE WS-DIES-COUNT TO WS-CT-COUNT.
           WRITE CATALOGUE-RECORD FROM WS-CAT-TOTAL-LINE.

           MOVE 'UNRESOLVED . . . . . . . . . . . :' TO WS-CT-LABEL.
           MOVE WS-UNRESOLVED-COUNT TO WS-CT-COUNT.
           WRITE CATALOGUE-RECORD FROM WS-CAT-TOTAL-LINE.

           IF  WS-NOT-RUN-COUNT > 0
               MOVE 'NOT RUN (BAD LIBRARY ENTRY). . . :'
                    TO WS-CT-LABEL
               MOVE WS-NOT-RUN-COUNT TO WS-CT-COUNT
               WRITE CATALOGUE-RECORD FROM WS-CAT-TOTAL-LINE
           END-IF.

       F-9000-WRITE-TOTALS. EXIT.

       9999-FINAL.

           CLOSE PATTERN-FILE.
           CLOSE CATALOGUE-FILE.

           DISPLAY 'PATTERNS CATALOGUED: ' WS-PATTERN-COUNT.

       F-9999-FINAL. EXIT.
