       IDENTIFICATION DIVISION.
       PROGRAM-ID. 11-GAMEK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CMPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT GRID-FILE ASSIGN TO "GRIDSAVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "GRIDARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CMPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CTL-CARD             PIC X(80).

       FD  GRID-FILE.
       01  GRID-HEADER-RECORD.
           05  GRID-REC-TYPE    PIC X.
           05  GRID-HEIGHT      PIC 9(03).
           05  GRID-WIDTH       PIC 9(03).
           05  FILLER           PIC X(294).
       01  GRID-DATA-RECORD.
           05  GRID-DATA-TYPE   PIC X.
           05  GRID-DATA-LINE   PIC X(300).

       FD  ARCHIVE-FILE.
       01  ARCH-HEADER-RECORD.
           05  ARCH-REC-TYPE    PIC X.
           05  ARCH-NAME        PIC X(16).
           05  ARCH-STAMP       PIC 9(14).
           05  ARCH-HEIGHT      PIC 9(03).
           05  ARCH-WIDTH       PIC 9(03).
           05  FILLER           PIC X(264).
       01  ARCH-DATA-RECORD.
           05  ARCH-DATA-TYPE   PIC X.
           05  ARCH-DATA-LINE   PIC X(300).

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

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(310).

       WORKING-STORAGE SECTION.

       01  WS-CTL-STATUS        PIC XX       VALUE SPACES.
       01  WS-GRID-STATUS       PIC XX       VALUE SPACES.
       01  WS-ARCH-STATUS       PIC XX       VALUE SPACES.
       01  WS-SNAP-STATUS       PIC XX       VALUE SPACES.
       01  WS-RPT-STATUS        PIC XX       VALUE SPACES.
       01  WS-CTL-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-GRID-EOF-SWITCH   PIC X        VALUE 'N'.
       01  WS-ARCH-EOF-SWITCH   PIC X        VALUE 'N'.
       01  WS-SNAP-EOF-SWITCH   PIC X        VALUE 'N'.
       01  WS-JOB-ERROR         PIC X        VALUE 'N'.
       01  WS-BOARD-MISSING     PIC X        VALUE 'N'.
       01  WS-SIZE-MISMATCH     PIC X        VALUE 'N'.

       01  WS-CTL-KEYWORD       PIC X(10)    VALUE SPACES.
       01  WS-CTL-VALUE         PIC X(70)    VALUE SPACES.
       01  WS-CTL-NUMBER        PIC 9(08)    VALUE ZEROES.
       01  WS-CTL-NUM-OK        PIC X        VALUE 'N'.
       01  WS-CTL-POS           PIC 9(02)    VALUE ZEROES.
       01  WS-CTL-DIGIT         PIC 9        VALUE ZEROES.

      *    A REFERENCE IS GRIDSAVE, GRIDARCH,NAME OR
      *    SNAPARCH,GENERATION[,RUN STAMP] - BLANK STAMP = LATEST RUN.
       01  WS-REF-TYPE          PIC X(10)    VALUE SPACES.
       01  WS-REF-ARG-1         PIC X(30)    VALUE SPACES.
       01  WS-REF-ARG-2         PIC X(30)    VALUE SPACES.
       01  WS-REF-ARG-3         PIC X(30)    VALUE SPACES.
       01  WS-REF-OK            PIC X        VALUE 'N'.

       01  WS-RUN-STAMP         PIC X(14)    VALUE SPACES.

       01  CT-CONSTANTS.
           05  CT-LIVING-CELL   PIC X        VALUE '@'.
           05  CT-MAX-HEIGHT    PIC 9(03)    VALUE 300.
           05  CT-MAX-WIDTH     PIC 9(03)    VALUE 300.
      *    OVERLAY MAP MARKS
           05  CT-MAP-BOTH      PIC X        VALUE '@'.
           05  CT-MAP-BORN      PIC X        VALUE 'B'.
           05  CT-MAP-DIED      PIC X        VALUE 'D'.
           05  CT-MAP-EMPTY     PIC X        VALUE '.'.

      *    BOARD 1 = FROM, BOARD 2 = TO.
       01  WS-BRD-IX            PIC 9        VALUE ZEROES.
       01  WS-BOARD-TABLE.
           05  WS-BRD           OCCURS 2 TIMES.
               10  WS-BRD-GIVEN PIC X.
               10  WS-BRD-SOURCE
                                PIC X(08).
               10  WS-BRD-NAME  PIC X(16).
               10  WS-BRD-GEN   PIC 9(08).
               10  WS-BRD-RUN   PIC X(14).
               10  WS-BRD-STAMP PIC X(14).
               10  WS-BRD-LOADED
                                PIC X.
               10  WS-BRD-REASON
                                PIC X(40).
               10  WS-BRD-HEIGHT
                                PIC 9(03).
               10  WS-BRD-WIDTH PIC 9(03).
               10  WS-BRD-ROWS  PIC 9(03).
               10  WS-BRD-LIVE  PIC 9(08).
               10  WS-BRD-TOP   PIC 9(03).
               10  WS-BRD-BOTTOM
                                PIC 9(03).
               10  WS-BRD-LEFT  PIC 9(03).
               10  WS-BRD-RIGHT PIC 9(03).
               10  WS-BRD-LINE  PIC X(300)   OCCURS 300 TIMES.

       01  WS-SCAN-MODE         PIC X        VALUE 'S'.
       01  WS-SCAN-LINE         PIC X(300)   VALUE SPACES.
       01  WS-SNAP-RUN-FILTER   PIC X(14)    VALUE SPACES.
       01  WS-X                 PIC 9(03)    VALUE ZEROES.
       01  WS-Y                 PIC 9(03)    VALUE ZEROES.
       01  WS-CELL-FROM         PIC X        VALUE SPACE.
       01  WS-CELL-TO           PIC X        VALUE SPACE.
       01  WS-TENS              PIC 9(03)    VALUE ZEROES.
       01  WS-UNITS             PIC 9(03)    VALUE ZEROES.

       01  WS-COUNTS.
           05  WS-CNT-BOTH      PIC 9(08).
           05  WS-CNT-BORN      PIC 9(08).
           05  WS-CNT-DIED      PIC 9(08).
           05  WS-CNT-CHANGED   PIC 9(08).

       01  WS-MOVE-WORK.
           05  WS-MOVE-ROWS     PIC S9(03).
           05  WS-MOVE-COLS     PIC S9(03).
           05  WS-GROW-ROWS     PIC S9(03).
           05  WS-GROW-COLS     PIC S9(03).

       01  WS-OVERLAY.
           05  WS-OVL-LINE      PIC X(300)   OCCURS 300 TIMES.
       01  WS-RULER             PIC X(300)   VALUE SPACES.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER           PIC X        VALUE '1'.
           05  FILLER           PIC X(05)    VALUE SPACES.
           05  FILLER           PIC X(49)
               VALUE 'CONWAYS GAME OF LIFE - GRID COMPARISON'.
           05  FILLER           PIC X(03)    VALUE SPACES.
           05  FILLER           PIC X(10)    VALUE 'RUN DATE: '.
           05  WS-RH-DATETIME   PIC X(14).
           05  FILLER           PIC X(228)   VALUE SPACES.

       01  WS-PARM-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-PL-LABEL      PIC X(34)    VALUE SPACES.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-PL-VALUE      PIC X(60)    VALUE SPACES.
           05  FILLER           PIC X(214)   VALUE SPACES.

       01  WS-BOX-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-BL-LABEL      PIC X(34)    VALUE SPACES.
           05  FILLER           PIC X(06)    VALUE ' ROWS '.
           05  WS-BL-TOP        PIC ZZ9.
           05  FILLER           PIC X(04)    VALUE ' TO '.
           05  WS-BL-BOTTOM     PIC ZZ9.
           05  FILLER           PIC X(11)    VALUE '   COLUMNS '.
           05  WS-BL-LEFT       PIC ZZ9.
           05  FILLER           PIC X(04)    VALUE ' TO '.
           05  WS-BL-RIGHT      PIC ZZ9.
           05  FILLER           PIC X(08)    VALUE '   SIZE '.
           05  WS-BL-HEIGHT     PIC ZZ9.
           05  FILLER           PIC X(03)    VALUE ' X '.
           05  WS-BL-WIDTH      PIC ZZ9.
           05  FILLER           PIC X(221)   VALUE SPACES.

       01  WS-SHIFT-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-SL-LABEL      PIC X(34)    VALUE SPACES.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-SL-VALUE      PIC +++9.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-SL-TEXT       PIC X(40)    VALUE SPACES.
           05  FILLER           PIC X(229)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-TL-LABEL      PIC X(34)    VALUE SPACES.
           05  WS-TL-COUNT      PIC ZZZZZZZZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-TL-TEXT       PIC X(40)    VALUE SPACES.
           05  FILLER           PIC X(221)   VALUE SPACES.

       01  WS-MAP-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-ML-LABEL      PIC X(04)    VALUE 'ROW '.
           05  WS-ML-ROW        PIC ZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-ML-TEXT       PIC X(300)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.

           PERFORM 1000-INIT
           THRU  F-1000-INIT.

           IF  WS-JOB-ERROR NOT = 'Y'

               PERFORM 2000-LOAD-BOARD
               THRU  F-2000-LOAD-BOARD
               VARYING WS-BRD-IX FROM 1 BY 1
               UNTIL   WS-BRD-IX > 2

               PERFORM 3000-COMPARE-BOARDS
               THRU  F-3000-COMPARE-BOARDS

               PERFORM 9000-WRITE-REPORT
               THRU  F-9000-WRITE-REPORT

               PERFORM 9999-FINAL
               THRU  F-9999-FINAL

           END-IF.

           EVALUATE TRUE
               WHEN WS-JOB-ERROR = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-BOARD-MISSING = 'Y'
                   MOVE 8  TO RETURN-CODE
               WHEN WS-SIZE-MISMATCH = 'Y'
                   MOVE 4  TO RETURN-CODE
           END-EVALUATE.

       F-MAIN-PROGRAM. GOBACK.

       1000-INIT.

           MOVE SPACES TO WS-BOARD-TABLE.
           MOVE ZEROES TO WS-COUNTS.
           MOVE ZEROES TO WS-MOVE-WORK.

           PERFORM 1010-CLEAR-BOARD
           THRU  F-1010-CLEAR-BOARD
           VARYING WS-BRD-IX FROM 1 BY 1
           UNTIL   WS-BRD-IX > 2.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.

           PERFORM 1100-READ-CONTROL-FILE
           THRU  F-1100-READ-CONTROL-FILE.

           IF  WS-JOB-ERROR NOT = 'Y'

               OPEN OUTPUT REPORT-FILE

               IF  WS-RPT-STATUS NOT = '00'
                   DISPLAY 'COMPARE ERROR: UNABLE TO OPEN CMPRPT - '
                           'STATUS ' WS-RPT-STATUS
                   MOVE 'Y' TO WS-JOB-ERROR
               END-IF

           END-IF.

       F-1000-INIT. EXIT.

       1010-CLEAR-BOARD.

           MOVE 'N'    TO WS-BRD-GIVEN(WS-BRD-IX).
           MOVE 'N'    TO WS-BRD-LOADED(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-GEN(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-HEIGHT(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-WIDTH(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-ROWS(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-LIVE(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-TOP(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-BOTTOM(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-LEFT(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-RIGHT(WS-BRD-IX).

       F-1010-CLEAR-BOARD. EXIT.

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

                   DISPLAY 'COMPARE ERROR: CMPCTL NOT FOUND'
                   MOVE 'Y' TO WS-JOB-ERROR

               WHEN OTHER

                   DISPLAY 'COMPARE ERROR: UNABLE TO OPEN CMPCTL - '
                           'STATUS ' WS-CTL-STATUS
                   MOVE 'Y' TO WS-JOB-ERROR

           END-EVALUATE.

           IF  WS-JOB-ERROR NOT = 'Y'
               IF  WS-BRD-GIVEN(1) NOT = 'Y'
                OR WS-BRD-GIVEN(2) NOT = 'Y'
                   DISPLAY 'COMPARE ERROR: BOTH A FROM AND A TO CARD '
                           'ARE REQUIRED'
                   MOVE 'Y' TO WS-JOB-ERROR
               END-IF
           END-IF.

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
           MOVE FUNCTION UPPER-CASE(WS-CTL-VALUE)   TO WS-CTL-VALUE.

           EVALUATE WS-CTL-KEYWORD
               WHEN 'FROM'
                   MOVE 1 TO WS-BRD-IX
               WHEN 'TO'
                   MOVE 2 TO WS-BRD-IX
               WHEN OTHER
                   MOVE 0 TO WS-BRD-IX
           END-EVALUATE.

           IF  WS-BRD-IX = 0
            OR WS-BRD-GIVEN(WS-BRD-IX) = 'Y'
               PERFORM 1180-REJECT-CARD
               THRU  F-1180-REJECT-CARD
           ELSE
               PERFORM 1165-PARSE-REFERENCE
               THRU  F-1165-PARSE-REFERENCE
               IF  WS-REF-OK = 'Y'
                   MOVE 'Y' TO WS-BRD-GIVEN(WS-BRD-IX)
               ELSE
                   PERFORM 1180-REJECT-CARD
                   THRU  F-1180-REJECT-CARD
               END-IF
           END-IF.

       F-1160-PARSE-CONTROL-CARD. EXIT.

       1165-PARSE-REFERENCE.

           MOVE 'N'    TO WS-REF-OK.
           MOVE SPACES TO WS-REF-TYPE.
           MOVE SPACES TO WS-REF-ARG-1.
           MOVE SPACES TO WS-REF-ARG-2.
           MOVE SPACES TO WS-REF-ARG-3.

           UNSTRING WS-CTL-VALUE DELIMITED BY ','
               INTO WS-REF-TYPE
                    WS-REF-ARG-1
                    WS-REF-ARG-2
                    WS-REF-ARG-3.

           IF  WS-REF-ARG-3 = SPACES

               EVALUATE WS-REF-TYPE

                   WHEN 'GRIDSAVE'

                       IF  WS-REF-ARG-1 = SPACES
                           MOVE 'GRIDSAVE' TO WS-BRD-SOURCE(WS-BRD-IX)
                           MOVE 'Y'        TO WS-REF-OK
                       END-IF

                   WHEN 'GRIDARCH'

                       IF  WS-REF-ARG-1 NOT = SPACES
                           AND WS-REF-ARG-1(17 :) = SPACES
                           AND WS-REF-ARG-2 = SPACES
                           MOVE 'GRIDARCH'   TO WS-BRD-SOURCE(WS-BRD-IX)
                           MOVE WS-REF-ARG-1 TO WS-BRD-NAME(WS-BRD-IX)
                           MOVE 'Y'          TO WS-REF-OK
                       END-IF

                   WHEN 'SNAPARCH'

                       MOVE WS-REF-ARG-1 TO WS-CTL-VALUE
                       PERFORM 1170-GET-NUMERIC-VALUE
                       THRU  F-1170-GET-NUMERIC-VALUE
                       IF  WS-CTL-NUM-OK = 'Y'
                           AND (WS-REF-ARG-2 = SPACES
                            OR (WS-REF-ARG-2(1 : 14) IS NUMERIC
                                AND WS-REF-ARG-2(15 :) = SPACES))
                           MOVE 'SNAPARCH'
                                TO WS-BRD-SOURCE(WS-BRD-IX)
                           MOVE WS-CTL-NUMBER TO WS-BRD-GEN(WS-BRD-IX)
                           MOVE WS-REF-ARG-2  TO WS-BRD-RUN(WS-BRD-IX)
                           MOVE 'Y'           TO WS-REF-OK
                       END-IF

               END-EVALUATE

           END-IF.

       F-1165-PARSE-REFERENCE. EXIT.

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

           DISPLAY 'COMPARE ERROR: CARD REJECTED - ' CTL-CARD.
           MOVE 'Y' TO WS-JOB-ERROR.

       F-1180-REJECT-CARD. EXIT.

       2000-LOAD-BOARD.

           MOVE 'S'    TO WS-SCAN-MODE.
           MOVE ZEROES TO WS-X.

           EVALUATE WS-BRD-SOURCE(WS-BRD-IX)
               WHEN 'GRIDSAVE'
                   PERFORM 2100-LOAD-GRIDSAVE
                   THRU  F-2100-LOAD-GRIDSAVE
               WHEN 'GRIDARCH'
                   PERFORM 2200-LOAD-ARCHIVE
                   THRU  F-2200-LOAD-ARCHIVE
               WHEN 'SNAPARCH'
                   PERFORM 2300-LOAD-SNAPSHOT
                   THRU  F-2300-LOAD-SNAPSHOT
           END-EVALUATE.

           IF  WS-BRD-LOADED(WS-BRD-IX) = 'Y'
               PERFORM 2500-MEASURE-BOARD
               THRU  F-2500-MEASURE-BOARD
           ELSE
               MOVE 'Y' TO WS-BOARD-MISSING
               DISPLAY 'COMPARE ERROR: ' WS-BRD-SOURCE(WS-BRD-IX)
                       ' - ' WS-BRD-REASON(WS-BRD-IX)
           END-IF.

       F-2000-LOAD-BOARD. EXIT.

       2100-LOAD-GRIDSAVE.

           MOVE 'N' TO WS-GRID-EOF-SWITCH.

           OPEN INPUT GRID-FILE.

           IF  WS-GRID-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN GRIDSAVE - STATUS '
                      WS-GRID-STATUS
                      DELIMITED BY SIZE
                      INTO WS-BRD-REASON(WS-BRD-IX)
           ELSE

               PERFORM 2110-READ-GRIDSAVE
               THRU  F-2110-READ-GRIDSAVE
               UNTIL WS-GRID-EOF-SWITCH = 'Y'

               CLOSE GRID-FILE

               IF  WS-SCAN-MODE = 'S'
                   MOVE 'GRIDSAVE EMPTY OR HEADER INVALID'
                        TO WS-BRD-REASON(WS-BRD-IX)
               ELSE
                   MOVE 'Y' TO WS-BRD-LOADED(WS-BRD-IX)
               END-IF

           END-IF.

       F-2100-LOAD-GRIDSAVE. EXIT.

       2110-READ-GRIDSAVE.

           READ GRID-FILE
               AT END
                   MOVE 'Y' TO WS-GRID-EOF-SWITCH
               NOT AT END
                   EVALUATE GRID-REC-TYPE

                       WHEN 'H'

                           IF  WS-SCAN-MODE = 'S'
                               AND GRID-HEIGHT IS NUMERIC
                               AND GRID-WIDTH  IS NUMERIC
                               AND GRID-HEIGHT > 0
                               AND GRID-HEIGHT NOT > CT-MAX-HEIGHT
                               AND GRID-WIDTH  > 0
                               AND GRID-WIDTH  NOT > CT-MAX-WIDTH
                               MOVE GRID-HEIGHT
                                 TO WS-BRD-HEIGHT(WS-BRD-IX)
                               MOVE GRID-WIDTH
                                 TO WS-BRD-WIDTH(WS-BRD-IX)
                               MOVE 'C' TO WS-SCAN-MODE
                           ELSE
                               MOVE 'Y' TO WS-GRID-EOF-SWITCH
                           END-IF

                       WHEN 'D'

                           IF  WS-SCAN-MODE = 'C'
                               MOVE GRID-DATA-LINE TO WS-SCAN-LINE
                               PERFORM 2400-STORE-ROW
                               THRU  F-2400-STORE-ROW
                           END-IF

                       WHEN OTHER

                           CONTINUE

                   END-EVALUATE
           END-READ.

       F-2110-READ-GRIDSAVE. EXIT.

       2200-LOAD-ARCHIVE.

           MOVE 'N' TO WS-ARCH-EOF-SWITCH.

           OPEN INPUT ARCHIVE-FILE.

           IF  WS-ARCH-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN GRIDARCH - STATUS '
                      WS-ARCH-STATUS
                      DELIMITED BY SIZE
                      INTO WS-BRD-REASON(WS-BRD-IX)
           ELSE

               PERFORM 2210-SCAN-ARCHIVE
               THRU  F-2210-SCAN-ARCHIVE
               UNTIL WS-ARCH-EOF-SWITCH = 'Y'

               CLOSE ARCHIVE-FILE

               IF  WS-BRD-LOADED(WS-BRD-IX) NOT = 'Y'
                   MOVE 'GRID NOT IN ARCHIVE'
                        TO WS-BRD-REASON(WS-BRD-IX)
               END-IF

           END-IF.

       F-2200-LOAD-ARCHIVE. EXIT.

       2210-SCAN-ARCHIVE.

           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SWITCH
               NOT AT END
                   EVALUATE ARCH-REC-TYPE

                       WHEN 'H'

                           IF  WS-BRD-LOADED(WS-BRD-IX) = 'N'
                               AND ARCH-NAME = WS-BRD-NAME(WS-BRD-IX)
                               AND ARCH-HEIGHT IS NUMERIC
                               AND ARCH-WIDTH  IS NUMERIC
                               AND ARCH-HEIGHT > 0
                               AND ARCH-HEIGHT NOT > CT-MAX-HEIGHT
                               AND ARCH-WIDTH  > 0
                               AND ARCH-WIDTH  NOT > CT-MAX-WIDTH
                               MOVE 'Y' TO WS-BRD-LOADED(WS-BRD-IX)
                               MOVE ARCH-HEIGHT
                                 TO WS-BRD-HEIGHT(WS-BRD-IX)
                               MOVE ARCH-WIDTH
                                 TO WS-BRD-WIDTH(WS-BRD-IX)
                               MOVE ARCH-HEADER-RECORD(18 : 14)
                                 TO WS-BRD-STAMP(WS-BRD-IX)
                               MOVE 'C' TO WS-SCAN-MODE
                           ELSE
                               MOVE 'S' TO WS-SCAN-MODE
                           END-IF

                       WHEN 'D'

                           IF  WS-SCAN-MODE = 'C'
                               MOVE ARCH-DATA-LINE TO WS-SCAN-LINE
                               PERFORM 2400-STORE-ROW
                               THRU  F-2400-STORE-ROW
                           END-IF

                       WHEN OTHER

                           CONTINUE

                   END-EVALUATE
           END-READ.

       F-2210-SCAN-ARCHIVE. EXIT.

      *    WITH NO RUN STAMP THE LATEST RUN IN SNAPARCH IS USED.
       2300-LOAD-SNAPSHOT.

           MOVE 'N' TO WS-SNAP-EOF-SWITCH.
           MOVE WS-BRD-RUN(WS-BRD-IX) TO WS-SNAP-RUN-FILTER.

           OPEN INPUT SNAPSHOT-FILE.

           IF  WS-SNAP-STATUS NOT = '00'
               STRING 'UNABLE TO OPEN SNAPARCH - STATUS '
                      WS-SNAP-STATUS
                      DELIMITED BY SIZE
                      INTO WS-BRD-REASON(WS-BRD-IX)
           ELSE

               IF  WS-SNAP-RUN-FILTER = SPACES
                   PERFORM 2310-FIND-LATEST-SNAP-RUN
                   THRU  F-2310-FIND-LATEST-SNAP-RUN
                   UNTIL WS-SNAP-EOF-SWITCH = 'Y'
                   CLOSE SNAPSHOT-FILE
                   MOVE 'N' TO WS-SNAP-EOF-SWITCH
                   OPEN INPUT SNAPSHOT-FILE
               END-IF

               PERFORM 2320-SCAN-SNAPSHOT
               THRU  F-2320-SCAN-SNAPSHOT
               UNTIL WS-SNAP-EOF-SWITCH = 'Y'

               CLOSE SNAPSHOT-FILE

               MOVE WS-SNAP-RUN-FILTER TO WS-BRD-STAMP(WS-BRD-IX)

               IF  WS-BRD-LOADED(WS-BRD-IX) NOT = 'Y'
                   MOVE 'GENERATION NOT IN SNAPARCH FOR THAT RUN'
                        TO WS-BRD-REASON(WS-BRD-IX)
               END-IF

           END-IF.

       F-2300-LOAD-SNAPSHOT. EXIT.

       2310-FIND-LATEST-SNAP-RUN.

           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   IF  SNAP-REC-TYPE = 'H'
                       MOVE SNAP-HEADER-RECORD(16 : 14)
                         TO WS-SNAP-RUN-FILTER
                   END-IF
           END-READ.

       F-2310-FIND-LATEST-SNAP-RUN. EXIT.

       2320-SCAN-SNAPSHOT.

           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   EVALUATE SNAP-REC-TYPE

                       WHEN 'H'

                           IF  WS-BRD-LOADED(WS-BRD-IX) = 'N'
                               AND SNAP-HEADER-RECORD(16 : 14)
                                   = WS-SNAP-RUN-FILTER
                               AND SNAP-GENERATION IS NUMERIC
                               AND SNAP-GENERATION
                                   = WS-BRD-GEN(WS-BRD-IX)
                               AND SNAP-HEIGHT IS NUMERIC
                               AND SNAP-WIDTH  IS NUMERIC
                               AND SNAP-HEIGHT > 0
                               AND SNAP-HEIGHT NOT > CT-MAX-HEIGHT
                               AND SNAP-WIDTH  > 0
                               AND SNAP-WIDTH  NOT > CT-MAX-WIDTH
                               MOVE 'Y' TO WS-BRD-LOADED(WS-BRD-IX)
                               MOVE SNAP-HEIGHT
                                 TO WS-BRD-HEIGHT(WS-BRD-IX)
                               MOVE SNAP-WIDTH
                                 TO WS-BRD-WIDTH(WS-BRD-IX)
                               MOVE 'C' TO WS-SCAN-MODE
                           ELSE
                               MOVE 'S' TO WS-SCAN-MODE
                           END-IF

                       WHEN 'D'

                           IF  WS-SCAN-MODE = 'C'
                               MOVE SNAP-DATA-LINE TO WS-SCAN-LINE
                               PERFORM 2400-STORE-ROW
                               THRU  F-2400-STORE-ROW
                           END-IF

                       WHEN OTHER

                           CONTINUE

                   END-EVALUATE
           END-READ.

       F-2320-SCAN-SNAPSHOT. EXIT.

       2400-STORE-ROW.

           IF  WS-BRD-ROWS(WS-BRD-IX) < WS-BRD-HEIGHT(WS-BRD-IX)
               ADD  1 TO WS-BRD-ROWS(WS-BRD-IX)
               MOVE WS-BRD-ROWS(WS-BRD-IX) TO WS-X
               MOVE SPACES TO WS-BRD-LINE(WS-BRD-IX, WS-X)
               MOVE WS-SCAN-LINE
                    (1 : WS-BRD-WIDTH(WS-BRD-IX))
                 TO WS-BRD-LINE(WS-BRD-IX, WS-X)
           ELSE
               MOVE 'S' TO WS-SCAN-MODE
           END-IF.

       F-2400-STORE-ROW. EXIT.

      *    LIVE CELL COUNT AND THE BOUNDING BOX OF THE LIVE AREA.
       2500-MEASURE-BOARD.

           MOVE ZEROES TO WS-BRD-LIVE(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-TOP(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-BOTTOM(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-LEFT(WS-BRD-IX).
           MOVE ZEROES TO WS-BRD-RIGHT(WS-BRD-IX).

           PERFORM 2510-MEASURE-CELL
           THRU  F-2510-MEASURE-CELL
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > WS-BRD-HEIGHT(WS-BRD-IX)
           AFTER   WS-Y FROM 1 BY 1
           UNTIL   WS-Y > WS-BRD-WIDTH(WS-BRD-IX).

       F-2500-MEASURE-BOARD. EXIT.

       2510-MEASURE-CELL.

           IF  WS-BRD-LINE(WS-BRD-IX, WS-X)(WS-Y : 1)
               = CT-LIVING-CELL

               ADD 1 TO WS-BRD-LIVE(WS-BRD-IX)

               IF  WS-BRD-TOP(WS-BRD-IX) = 0
                   MOVE WS-X TO WS-BRD-TOP(WS-BRD-IX)
               END-IF
               MOVE WS-X TO WS-BRD-BOTTOM(WS-BRD-IX)

               IF  WS-BRD-LEFT(WS-BRD-IX) = 0
                OR WS-Y < WS-BRD-LEFT(WS-BRD-IX)
                   MOVE WS-Y TO WS-BRD-LEFT(WS-BRD-IX)
               END-IF
               IF  WS-Y > WS-BRD-RIGHT(WS-BRD-IX)
                   MOVE WS-Y TO WS-BRD-RIGHT(WS-BRD-IX)
               END-IF

           END-IF.

       F-2510-MEASURE-CELL. EXIT.

       3000-COMPARE-BOARDS.

           IF  WS-BOARD-MISSING NOT = 'Y'

               IF  WS-BRD-HEIGHT(1) NOT = WS-BRD-HEIGHT(2)
                OR WS-BRD-WIDTH(1)  NOT = WS-BRD-WIDTH(2)
                   MOVE 'Y' TO WS-SIZE-MISMATCH
               ELSE
                   MOVE SPACES TO WS-OVERLAY
                   PERFORM 3100-OVERLAY-CELL
                   THRU  F-3100-OVERLAY-CELL
                   VARYING WS-X FROM 1 BY 1
                   UNTIL   WS-X > WS-BRD-HEIGHT(1)
                   AFTER   WS-Y FROM 1 BY 1
                   UNTIL   WS-Y > WS-BRD-WIDTH(1)
                   COMPUTE WS-CNT-CHANGED = WS-CNT-BORN + WS-CNT-DIED
               END-IF

      *        MOVEMENT IS TAKEN FROM THE TOP LEFT CORNER OF THE LIVE
      *        AREA; IT ONLY MEANS SOMETHING WHEN BOTH BOARDS HAVE ONE.
               IF  WS-BRD-LIVE(1) > 0
                   AND WS-BRD-LIVE(2) > 0
                   COMPUTE WS-MOVE-ROWS = WS-BRD-TOP(2)  - WS-BRD-TOP(1)
                   COMPUTE WS-MOVE-COLS =
                           WS-BRD-LEFT(2) - WS-BRD-LEFT(1)
                   COMPUTE WS-GROW-ROWS =
                           (WS-BRD-BOTTOM(2) - WS-BRD-TOP(2))
                         - (WS-BRD-BOTTOM(1) - WS-BRD-TOP(1))
                   COMPUTE WS-GROW-COLS =
                           (WS-BRD-RIGHT(2) - WS-BRD-LEFT(2))
                         - (WS-BRD-RIGHT(1) - WS-BRD-LEFT(1))
               END-IF

           END-IF.

       F-3000-COMPARE-BOARDS. EXIT.

       3100-OVERLAY-CELL.

           MOVE WS-BRD-LINE(1, WS-X)(WS-Y : 1) TO WS-CELL-FROM.
           MOVE WS-BRD-LINE(2, WS-X)(WS-Y : 1) TO WS-CELL-TO.

           EVALUATE TRUE
               WHEN WS-CELL-FROM = CT-LIVING-CELL
                AND WS-CELL-TO   = CT-LIVING-CELL
                   MOVE CT-MAP-BOTH  TO WS-OVL-LINE(WS-X)(WS-Y : 1)
                   ADD  1            TO WS-CNT-BOTH
               WHEN WS-CELL-TO   = CT-LIVING-CELL
                   MOVE CT-MAP-BORN  TO WS-OVL-LINE(WS-X)(WS-Y : 1)
                   ADD  1            TO WS-CNT-BORN
               WHEN WS-CELL-FROM = CT-LIVING-CELL
                   MOVE CT-MAP-DIED  TO WS-OVL-LINE(WS-X)(WS-Y : 1)
                   ADD  1            TO WS-CNT-DIED
               WHEN OTHER
                   MOVE CT-MAP-EMPTY TO WS-OVL-LINE(WS-X)(WS-Y : 1)
           END-EVALUATE.

       F-3100-OVERLAY-CELL. EXIT.

       9000-WRITE-REPORT.

           MOVE WS-RUN-STAMP TO WS-RH-DATETIME.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-LINE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 9100-WRITE-BOARD-SUMMARY
           THRU  F-9100-WRITE-BOARD-SUMMARY
           VARYING WS-BRD-IX FROM 1 BY 1
           UNTIL   WS-BRD-IX > 2.

           IF  WS-BOARD-MISSING = 'Y'
               MOVE ' *** BOTH BOARDS ARE NEEDED - NO COMPARISON MADE'
                    TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE

               PERFORM 9200-WRITE-MOVEMENT
               THRU  F-9200-WRITE-MOVEMENT

               IF  WS-SIZE-MISMATCH = 'Y'

                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE ' *** SIZE MISMATCH - THE BOARDS ARE NOT'
                        TO REPORT-RECORD
                   MOVE ' THE SAME HEIGHT AND WIDTH;'
                        TO REPORT-RECORD(40 :)
                   MOVE ' NO CELL OVERLAY IS POSSIBLE'
                        TO REPORT-RECORD(67 :)
                   WRITE REPORT-RECORD

               ELSE

                   PERFORM 9300-WRITE-COUNTS
                   THRU  F-9300-WRITE-COUNTS

                   PERFORM 9400-WRITE-OVERLAY-MAP
                   THRU  F-9400-WRITE-OVERLAY-MAP

               END-IF

           END-IF.

       F-9000-WRITE-REPORT. EXIT.

       9100-WRITE-BOARD-SUMMARY.

           IF  WS-BRD-IX = 1
               MOVE 'FROM BOARD. . . . . . . . . . . :' TO WS-PL-LABEL
           ELSE
               MOVE 'TO BOARD. . . . . . . . . . . . :' TO WS-PL-LABEL
           END-IF.

           MOVE SPACES TO WS-PL-VALUE.

           EVALUATE WS-BRD-SOURCE(WS-BRD-IX)
               WHEN 'GRIDSAVE'
                   MOVE 'GRIDSAVE' TO WS-PL-VALUE
               WHEN 'GRIDARCH'
                   STRING 'GRIDARCH '
                          WS-BRD-NAME(WS-BRD-IX)
                          DELIMITED BY SIZE
                          INTO WS-PL-VALUE
               WHEN 'SNAPARCH'
                   STRING 'SNAPARCH GENERATION '
                          WS-BRD-GEN(WS-BRD-IX)
                          DELIMITED BY SIZE
                          INTO WS-PL-VALUE
           END-EVALUATE.

           WRITE REPORT-RECORD FROM WS-PARM-LINE.

           IF  WS-BRD-LOADED(WS-BRD-IX) NOT = 'Y'
               MOVE '  NOT LOADED. . . . . . . . . . :' TO WS-PL-LABEL
               MOVE WS-BRD-REASON(WS-BRD-IX) TO WS-PL-VALUE
               WRITE REPORT-RECORD FROM WS-PARM-LINE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE

               IF  WS-BRD-SOURCE(WS-BRD-IX) = 'GRIDARCH'
                   MOVE '  SAVED . . . . . . . . . . . . :'
                        TO WS-PL-LABEL
                   MOVE WS-BRD-STAMP(WS-BRD-IX) TO WS-PL-VALUE
                   WRITE REPORT-RECORD FROM WS-PARM-LINE
               END-IF

               IF  WS-BRD-SOURCE(WS-BRD-IX) = 'SNAPARCH'
                   MOVE '  RUN STAMP . . . . . . . . . . :'
                        TO WS-PL-LABEL
                   MOVE WS-BRD-STAMP(WS-BRD-IX) TO WS-PL-VALUE
                   WRITE REPORT-RECORD FROM WS-PARM-LINE
               END-IF

               MOVE '  BOARD SIZE. . . . . . . . . . :' TO WS-PL-LABEL
               MOVE SPACES TO WS-PL-VALUE
               STRING WS-BRD-HEIGHT(WS-BRD-IX)
                      ' X '
                      WS-BRD-WIDTH(WS-BRD-IX)
                      DELIMITED BY SIZE
                      INTO WS-PL-VALUE
               WRITE REPORT-RECORD FROM WS-PARM-LINE

               MOVE '  LIVE CELLS. . . . . . . . . . :' TO WS-TL-LABEL
               MOVE WS-BRD-LIVE(WS-BRD-IX) TO WS-TL-COUNT
               MOVE SPACES TO WS-TL-TEXT
               WRITE REPORT-RECORD FROM WS-TOTAL-LINE

               IF  WS-BRD-LIVE(WS-BRD-IX) = 0
                   MOVE '  LIVE AREA . . . . . . . . . . :'
                        TO WS-PL-LABEL
                   MOVE 'NO LIVE CELLS' TO WS-PL-VALUE
                   WRITE REPORT-RECORD FROM WS-PARM-LINE
               ELSE
                   MOVE '  LIVE AREA . . . . . . . . . . :'
                        TO WS-BL-LABEL
                   MOVE WS-BRD-TOP(WS-BRD-IX)    TO WS-BL-TOP
                   MOVE WS-BRD-BOTTOM(WS-BRD-IX) TO WS-BL-BOTTOM
                   MOVE WS-BRD-LEFT(WS-BRD-IX)   TO WS-BL-LEFT
                   MOVE WS-BRD-RIGHT(WS-BRD-IX)  TO WS-BL-RIGHT
                   COMPUTE WS-BL-HEIGHT = WS-BRD-BOTTOM(WS-BRD-IX)
                                        - WS-BRD-TOP(WS-BRD-IX) + 1
                   COMPUTE WS-BL-WIDTH  = WS-BRD-RIGHT(WS-BRD-IX)
                                        - WS-BRD-LEFT(WS-BRD-IX) + 1
                   WRITE REPORT-RECORD FROM WS-BOX-LINE
               END-IF

               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD

           END-IF.

       F-9100-WRITE-BOARD-SUMMARY. EXIT.

       9200-WRITE-MOVEMENT.

           IF  WS-BRD-LIVE(1) = 0
            OR WS-BRD-LIVE(2) = 0
               MOVE 'LIVE AREA MOVEMENT. . . . . . . :' TO WS-PL-LABEL
               MOVE 'NOT MEASURED - A BOARD HAS NO LIVE CELLS'
                    TO WS-PL-VALUE
               WRITE REPORT-RECORD FROM WS-PARM-LINE
           ELSE

               MOVE 'LIVE AREA MOVED DOWN. . . . . . :' TO WS-SL-LABEL
               MOVE WS-MOVE-ROWS TO WS-SL-VALUE
               MOVE 'ROWS (MINUS = UP)'  TO WS-SL-TEXT
               WRITE REPORT-RECORD FROM WS-SHIFT-LINE

               MOVE 'LIVE AREA MOVED RIGHT . . . . . :' TO WS-SL-LABEL
               MOVE WS-MOVE-COLS TO WS-SL-VALUE
               MOVE 'COLUMNS (MINUS = LEFT)' TO WS-SL-TEXT
               WRITE REPORT-RECORD FROM WS-SHIFT-LINE

               MOVE 'LIVE AREA HEIGHT CHANGE . . . . :' TO WS-SL-LABEL
               MOVE WS-GROW-ROWS TO WS-SL-VALUE
               MOVE 'ROWS'    TO WS-SL-TEXT
               WRITE REPORT-RECORD FROM WS-SHIFT-LINE

               MOVE 'LIVE AREA WIDTH CHANGE. . . . . :' TO WS-SL-LABEL
               MOVE WS-GROW-COLS TO WS-SL-VALUE
               MOVE 'COLUMNS' TO WS-SL-TEXT
               WRITE REPORT-RECORD FROM WS-SHIFT-LINE

           END-IF.

       F-9200-WRITE-MOVEMENT. EXIT.

       9300-WRITE-COUNTS.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ALIVE IN BOTH . . . . . . . . . :' TO WS-TL-LABEL.
           MOVE WS-CNT-BOTH TO WS-TL-COUNT.
           MOVE 'MAP @' TO WS-TL-TEXT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'BORN (ALIVE IN TO ONLY) . . . . :' TO WS-TL-LABEL.
           MOVE WS-CNT-BORN TO WS-TL-COUNT.
           MOVE 'MAP B' TO WS-TL-TEXT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'DIED (ALIVE IN FROM ONLY) . . . :' TO WS-TL-LABEL.
           MOVE WS-CNT-DIED TO WS-TL-COUNT.
           MOVE 'MAP D' TO WS-TL-TEXT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'CELLS CHANGED . . . . . . . . . :' TO WS-TL-LABEL.
           MOVE WS-CNT-CHANGED TO WS-TL-COUNT.
           IF  WS-CNT-CHANGED = 0
               MOVE 'BOARDS ARE IDENTICAL' TO WS-TL-TEXT
           ELSE
               MOVE SPACES TO WS-TL-TEXT
           END-IF.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

       F-9300-WRITE-COUNTS. EXIT.

       9400-WRITE-OVERLAY-MAP.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE ' OVERLAY MAP   @ = ALIVE IN BOTH   B = BORN   '
                TO REPORT-RECORD.
           MOVE 'D = DIED   . = EMPTY IN BOTH' TO REPORT-RECORD(47 :).
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *    COLUMN RULER: + EVERY FIFTH COLUMN, THE TENS DIGIT EVERY
      *    TENTH.
           MOVE SPACES TO WS-RULER.
           PERFORM 9410-BUILD-RULER
           THRU  F-9410-BUILD-RULER
           VARYING WS-Y FROM 1 BY 1
           UNTIL   WS-Y > WS-BRD-WIDTH(1).

           MOVE SPACES   TO WS-ML-LABEL.
           MOVE ZEROES   TO WS-ML-ROW.
           MOVE SPACES   TO WS-MAP-LINE(6 : 3).
           MOVE WS-RULER TO WS-ML-TEXT.
           WRITE REPORT-RECORD FROM WS-MAP-LINE.

           MOVE 'ROW ' TO WS-ML-LABEL.

           PERFORM 9420-WRITE-MAP-ROW
           THRU  F-9420-WRITE-MAP-ROW
           VARYING WS-X FROM 1 BY 1
           UNTIL   WS-X > WS-BRD-HEIGHT(1).

       F-9400-WRITE-OVERLAY-MAP. EXIT.

       9410-BUILD-RULER.

           DIVIDE WS-Y BY 10 GIVING WS-TENS REMAINDER WS-UNITS.

           EVALUATE TRUE
               WHEN WS-UNITS = 0
                   DIVIDE WS-TENS BY 10 GIVING WS-CTL-NUMBER
                          REMAINDER WS-UNITS
                   MOVE WS-UNITS(3 : 1) TO WS-RULER(WS-Y : 1)
               WHEN WS-UNITS = 5
                   MOVE '+' TO WS-RULER(WS-Y : 1)
               WHEN OTHER
                   MOVE '.' TO WS-RULER(WS-Y : 1)
           END-EVALUATE.

       F-9410-BUILD-RULER. EXIT.

       9420-WRITE-MAP-ROW.

           MOVE WS-X              TO WS-ML-ROW.
           MOVE WS-OVL-LINE(WS-X) TO WS-ML-TEXT.
           WRITE REPORT-RECORD FROM WS-MAP-LINE.

       F-9420-WRITE-MAP-ROW. EXIT.

       9999-FINAL.

           CLOSE REPORT-FILE.

           IF  WS-BOARD-MISSING = 'N'
               AND WS-SIZE-MISMATCH = 'N'
               DISPLAY 'CELLS ALIVE IN BOTH: ' WS-CNT-BOTH
               DISPLAY 'CELLS BORN:          ' WS-CNT-BORN
               DISPLAY 'CELLS DIED:          ' WS-CNT-DIED
           END-IF.

           IF  WS-SIZE-MISMATCH = 'Y'
               DISPLAY 'COMPARE WARNING: BOARD SIZES DIFFER - '
                       WS-BRD-HEIGHT(1) ' X ' WS-BRD-WIDTH(1) ' AND '
                       WS-BRD-HEIGHT(2) ' X ' WS-BRD-WIDTH(2)
           END-IF.

       F-9999-FINAL. EXIT.
