       IDENTIFICATION DIVISION.
       PROGRAM-ID. 07-GAMEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "PRGCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT WORK-FILE ASSIGN TO "RUNHWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PRGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CTL-CARD             PIC X(80).

       FD  HISTORY-FILE.
       01  HIST-RECORD.
           05  HIST-RUN-STAMP   PIC X(14).
           05  HIST-HEIGHT     PIC X(03).
           05  HIST-WIDTH      PIC X(03).
           05  HIST-WRAP       PIC X.
           05  HIST-RULES      PIC X(20).
           05  HIST-GENERATIONS
                                PIC X(08).
           05  HIST-FINAL-POP  PIC X(08).
           05  HIST-OUTCOME    PIC X.
           05  HIST-EXTINCT-GEN
                                PIC X(08).
           05  HIST-PERIOD     PIC X(03).
           05  HIST-SOURCE     PIC X.
           05  HIST-SCEN-SEQ   PIC X(03).
           05  HIST-TRIAL-NO   PIC X(03).
           05  HIST-SEED-SOURCE
                                PIC X(08).
           05  HIST-RANDOM-SEED
                                PIC X(08).
           05  HIST-DENSITY    PIC X(04).

      *    RECORDS KEPT ON PASS ONE, COPIED BACK OVER RUNHIST.
       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(96).

      *    EXPIRED RUNHIST RECORDS, PREFIXED WITH THE DATE OF THE
      *    PURGE AND THE CUTOFF STAMP IT WAS MADE AGAINST.
       FD  ARCHIVE-FILE.
       01  ARCH-RECORD.
           05  ARCH-PURGE-DATE  PIC X(08).
           05  ARCH-CUTOFF-STAMP
                                PIC X(14).
           05  ARCH-HIST-DATA   PIC X(96).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CTL-STATUS        PIC XX       VALUE SPACES.
       01  WS-HIST-STATUS       PIC XX       VALUE SPACES.
       01  WS-WORK-STATUS       PIC XX       VALUE SPACES.
       01  WS-ARCH-STATUS       PIC XX       VALUE SPACES.
       01  WS-RPT-STATUS        PIC XX       VALUE SPACES.
       01  WS-CTL-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-HIST-EOF-SWITCH   PIC X        VALUE 'N'.
       01  WS-WORK-EOF-SWITCH   PIC X        VALUE 'N'.
       01  WS-JOB-ERROR         PIC X        VALUE 'N'.
       01  WS-OUT-OF-BALANCE    PIC X        VALUE 'N'.
       01  WS-HIST-REWRITE-DONE PIC X        VALUE 'N'.

       01  WS-CTL-KEYWORD       PIC X(10)    VALUE SPACES.
       01  WS-CTL-VALUE         PIC X(70)    VALUE SPACES.
       01  WS-CTL-NUMBER        PIC 9(08)    VALUE ZEROES.
       01  WS-CTL-NUM-OK        PIC X        VALUE 'N'.
       01  WS-CTL-POS           PIC 9(02)    VALUE ZEROES.
       01  WS-CTL-DIGIT         PIC 9        VALUE ZEROES.

       01  WS-RETAIN-MONTHS     PIC 9(03)    VALUE ZEROES.
       01  WS-RETAIN-GIVEN      PIC X        VALUE 'N'.
       01  WS-CUTOFF-GIVEN      PIC X        VALUE 'N'.
       01  WS-MONTH-INDEX       PIC 9(06)    VALUE ZEROES.

       01  WS-RUN-STAMP         PIC X(14)    VALUE SPACES.
       01  WS-RUN-STAMP-D REDEFINES WS-RUN-STAMP.
           05  WS-RUN-YEAR      PIC 9(04).
           05  WS-RUN-MONTH     PIC 9(02).
           05  WS-RUN-DAY-TIME  PIC X(08).

      *    RECORDS STAMPED BEFORE THE CUTOFF ARE ARCHIVED.
       01  WS-CUTOFF-STAMP      PIC X(14)    VALUE SPACES.
       01  WS-CUTOFF-STAMP-D REDEFINES WS-CUTOFF-STAMP.
           05  WS-CUTOFF-YEAR   PIC 9(04).
           05  WS-CUTOFF-MONTH  PIC 9(02).
           05  WS-CUTOFF-DAY-TIME
                                PIC X(08).

      *    CONTROL TOTALS BY SOURCE (L, B, OTHER) AND BY OUTCOME
      *    (E, S, O, R, F, OTHER) FOR RECORDS READ, KEPT, ARCHIVED.
       01  WS-SOURCE-TOTALS.
           05  WS-SRC-ENTRY     OCCURS 3 TIMES.
               10  WS-SRC-READ  PIC 9(08).
               10  WS-SRC-KEPT  PIC 9(08).
               10  WS-SRC-ARCH  PIC 9(08).

       01  WS-OUTCOME-TOTALS.
           05  WS-OUT-ENTRY     OCCURS 6 TIMES.
               10  WS-OUT-READ  PIC 9(08).
               10  WS-OUT-KEPT  PIC 9(08).
               10  WS-OUT-ARCH  PIC 9(08).

       01  WS-GRAND-TOTALS.
           05  WS-TOT-READ      PIC 9(08).
           05  WS-TOT-KEPT      PIC 9(08).
           05  WS-TOT-ARCH      PIC 9(08).
           05  WS-TOT-UNDATED   PIC 9(08).
           05  WS-WORK-WRITTEN  PIC 9(08).
           05  WS-ARCH-WRITTEN  PIC 9(08).
           05  WS-HIST-REWRITTEN
                                PIC 9(08).

       01  WS-CROSS-TOTALS.
           05  WS-SUM-READ      PIC 9(08).
           05  WS-SUM-KEPT      PIC 9(08).
           05  WS-SUM-ARCH      PIC 9(08).

       01  WS-SRC-IX            PIC 9(02)    VALUE ZEROES.
       01  WS-OUT-IX            PIC 9(02)    VALUE ZEROES.
       01  WS-RECORD-EXPIRED    PIC X        VALUE 'N'.

       01  WS-SOURCE-LABELS.
           05  FILLER           PIC X(34)
               VALUE 'SOURCE L - 01-GAMEL RUNS . . . . :'.
           05  FILLER           PIC X(34)
               VALUE 'SOURCE B - 03-GAMEB TRIALS . . . :'.
           05  FILLER           PIC X(34)
               VALUE 'SOURCE OTHER / NOT RECORDED . . :'.
       01  WS-SOURCE-LABEL-TABLE REDEFINES WS-SOURCE-LABELS.
           05  WS-SRC-LABEL     PIC X(34)    OCCURS 3 TIMES.

       01  WS-OUTCOME-LABELS.
           05  FILLER           PIC X(34)
               VALUE 'OUTCOME E - EXTINCT . . . . . . :'.
           05  FILLER           PIC X(34)
               VALUE 'OUTCOME S - STEADY STATE. . . . :'.
           05  FILLER           PIC X(34)
               VALUE 'OUTCOME O - OSCILLATING . . . . :'.
           05  FILLER           PIC X(34)
               VALUE 'OUTCOME R - STOPPED BY REQUEST. :'.
           05  FILLER           PIC X(34)
               VALUE 'OUTCOME F - FULL TURNS RUN. . . :'.
           05  FILLER           PIC X(34)
               VALUE 'OUTCOME OTHER / NOT RECORDED. . :'.
       01  WS-OUTCOME-LABEL-TABLE REDEFINES WS-OUTCOME-LABELS.
           05  WS-OUT-LABEL     PIC X(34)    OCCURS 6 TIMES.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER           PIC X        VALUE '1'.
           05  FILLER           PIC X(05)    VALUE SPACES.
           05  FILLER           PIC X(49)
               VALUE 'CONWAYS GAME OF LIFE - RUN HISTORY RETENTION'.
           05  FILLER           PIC X(03)    VALUE SPACES.
           05  FILLER           PIC X(10)    VALUE 'RUN DATE: '.
           05  WS-RH-DATETIME   PIC X(14).
           05  FILLER           PIC X(50)    VALUE SPACES.

       01  WS-PARM-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-PL-LABEL      PIC X(34)    VALUE SPACES.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-PL-VALUE      PIC X(40)    VALUE SPACES.
           05  FILLER           PIC X(56)    VALUE SPACES.

       01  WS-CONTROL-COLS-1.
           05  FILLER           PIC X        VALUE SPACE.
           05  FILLER           PIC X(34)    VALUE 'CATEGORY'.
           05  FILLER           PIC X(12)    VALUE '        READ'.
           05  FILLER           PIC X(12)    VALUE '        KEPT'.
           05  FILLER           PIC X(12)    VALUE '    ARCHIVED'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(14)    VALUE 'CONTROL'.
           05  FILLER           PIC X(45)    VALUE SPACES.

       01  WS-CONTROL-COLS-2.
           05  FILLER           PIC X        VALUE SPACE.
           05  FILLER           PIC X(34)    VALUE
               '--------------------------------'.
           05  FILLER           PIC X(12)    VALUE '    --------'.
           05  FILLER           PIC X(12)    VALUE '    --------'.
           05  FILLER           PIC X(12)    VALUE '    --------'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(14)    VALUE '--------------'.
           05  FILLER           PIC X(45)    VALUE SPACES.

       01  WS-CONTROL-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-CL-LABEL      PIC X(34)    VALUE SPACES.
           05  WS-CL-READ       PIC ZZZZZZZZZZZ9.
           05  WS-CL-KEPT       PIC ZZZZZZZZZZZ9.
           05  WS-CL-ARCH       PIC ZZZZZZZZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-CL-STATUS     PIC X(14)    VALUE SPACES.
           05  FILLER           PIC X(45)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-TL-LABEL      PIC X(34)    VALUE SPACES.
           05  WS-TL-COUNT      PIC ZZZZZZZZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-TL-STATUS     PIC X(14)    VALUE SPACES.
           05  FILLER           PIC X(69)    VALUE SPACES.

       01  WS-BALANCE-WORK.
           05  WS-BAL-READ      PIC 9(08).
           05  WS-BAL-KEPT      PIC 9(08).
           05  WS-BAL-ARCH      PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.

           PERFORM 1000-INIT
           THRU  F-1000-INIT.

           IF  WS-JOB-ERROR NOT = 'Y'

               PERFORM 2000-PROCESS-HISTORY
               THRU  F-2000-PROCESS-HISTORY
               UNTIL WS-HIST-EOF-SWITCH = 'Y'

               PERFORM 2900-CLOSE-PASS-ONE
               THRU  F-2900-CLOSE-PASS-ONE

               PERFORM 8000-CHECK-BALANCE
               THRU  F-8000-CHECK-BALANCE

               IF  WS-OUT-OF-BALANCE = 'N'
                   PERFORM 3000-REWRITE-HISTORY
                   THRU  F-3000-REWRITE-HISTORY
               ELSE
                   DISPLAY 'RETENTION ERROR: CONTROL TOTALS OUT OF '
                           'BALANCE - RUNHIST NOT REWRITTEN'
                   MOVE 'Y' TO WS-JOB-ERROR
               END-IF

               PERFORM 9000-WRITE-REPORT
               THRU  F-9000-WRITE-REPORT

               PERFORM 9999-FINAL
               THRU  F-9999-FINAL

           END-IF.

           IF  WS-JOB-ERROR = 'Y'
               MOVE 12 TO RETURN-CODE
           END-IF.

       F-MAIN-PROGRAM. GOBACK.

       1000-INIT.

           MOVE ZEROES TO WS-SOURCE-TOTALS.
           MOVE ZEROES TO WS-OUTCOME-TOTALS.
           MOVE ZEROES TO WS-GRAND-TOTALS.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.

           PERFORM 1100-READ-CONTROL-FILE
           THRU  F-1100-READ-CONTROL-FILE.

           IF  WS-JOB-ERROR NOT = 'Y'
               PERFORM 1200-SET-CUTOFF
               THRU  F-1200-SET-CUTOFF
           END-IF.

           IF  WS-JOB-ERROR NOT = 'Y'
               PERFORM 1300-OPEN-FILES
               THRU  F-1300-OPEN-FILES
           END-IF.

       F-1000-INIT. EXIT.

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

      *            A PURGE IS NEVER RUN WITHOUT AN EXPLICIT CARD
                   DISPLAY 'RETENTION ERROR: PRGCTL NOT FOUND'
                   MOVE 'Y' TO WS-JOB-ERROR

               WHEN OTHER

                   DISPLAY 'RETENTION ERROR: UNABLE TO OPEN PRGCTL - '
                           'STATUS ' WS-CTL-STATUS
                   MOVE 'Y' TO WS-JOB-ERROR

           END-EVALUATE.

           IF  WS-JOB-ERROR NOT = 'Y'

               EVALUATE TRUE

                   WHEN WS-RETAIN-GIVEN = 'Y'
                    AND WS-CUTOFF-GIVEN = 'Y'

                       DISPLAY 'RETENTION ERROR: RETAIN AND CUTOFF '
                               'ARE MUTUALLY EXCLUSIVE'
                       MOVE 'Y' TO WS-JOB-ERROR

                   WHEN WS-RETAIN-GIVEN = 'N'
                    AND WS-CUTOFF-GIVEN = 'N'

                       DISPLAY 'RETENTION ERROR: NO RETAIN OR CUTOFF '
                               'CARD SUPPLIED'
                       MOVE 'Y' TO WS-JOB-ERROR

               END-EVALUATE

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

           EVALUATE WS-CTL-KEYWORD

               WHEN 'RETAIN'

                   PERFORM 1170-GET-NUMERIC-VALUE
                   THRU  F-1170-GET-NUMERIC-VALUE
                   IF  WS-CTL-NUM-OK = 'Y'
                       AND WS-CTL-NUMBER > 0
                       AND WS-CTL-NUMBER < 1000
                       MOVE WS-CTL-NUMBER TO WS-RETAIN-MONTHS
                       MOVE 'Y'           TO WS-RETAIN-GIVEN
                   ELSE
                       PERFORM 1180-REJECT-CARD
                       THRU  F-1180-REJECT-CARD
                   END-IF

               WHEN 'CUTOFF'

                   IF  WS-CTL-VALUE(1 : 14) IS NUMERIC
                       AND WS-CTL-VALUE(15 :) = SPACES
                       MOVE WS-CTL-VALUE(1 : 14) TO WS-CUTOFF-STAMP
                       MOVE 'Y'                  TO WS-CUTOFF-GIVEN
                   ELSE
                       PERFORM 1180-REJECT-CARD
                       THRU  F-1180-REJECT-CARD
                   END-IF

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

           DISPLAY 'RETENTION ERROR: CARD REJECTED - ' CTL-CARD.
           MOVE 'Y' TO WS-JOB-ERROR.

       F-1180-REJECT-CARD. EXIT.

      *    RETAIN=N KEEPS THE LAST N MONTHS: THE CUTOFF IS TODAY'S
      *    DATE AND TIME WITH THE MONTH MOVED BACK N MONTHS.
       1200-SET-CUTOFF.

           IF  WS-RETAIN-GIVEN = 'Y'

               COMPUTE WS-MONTH-INDEX =
                       WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
                     - WS-RETAIN-MONTHS

               DIVIDE WS-MONTH-INDEX BY 12
                   GIVING    WS-CUTOFF-YEAR
                   REMAINDER WS-CUTOFF-MONTH

               ADD  1               TO WS-CUTOFF-MONTH
               MOVE WS-RUN-DAY-TIME TO WS-CUTOFF-DAY-TIME

           END-IF.

       F-1200-SET-CUTOFF. EXIT.

       1300-OPEN-FILES.

           OPEN INPUT HISTORY-FILE.

           IF  WS-HIST-STATUS NOT = '00'

               DISPLAY 'RETENTION ERROR: UNABLE TO OPEN RUNHIST - '
                       'STATUS ' WS-HIST-STATUS
               MOVE 'Y' TO WS-JOB-ERROR

           ELSE

               OPEN OUTPUT WORK-FILE

               IF  WS-WORK-STATUS NOT = '00'

                   DISPLAY 'RETENTION ERROR: UNABLE TO OPEN RUNHWORK - '
                           'STATUS ' WS-WORK-STATUS
                   MOVE 'Y' TO WS-JOB-ERROR
                   CLOSE HISTORY-FILE

               ELSE

                   OPEN EXTEND ARCHIVE-FILE

                   IF  WS-ARCH-STATUS = '35'
                       OPEN OUTPUT ARCHIVE-FILE
                   END-IF

                   IF  WS-ARCH-STATUS NOT = '00'

                       DISPLAY 'RETENTION ERROR: UNABLE TO OPEN '
                               'HISTARCH - STATUS ' WS-ARCH-STATUS
                       MOVE 'Y' TO WS-JOB-ERROR
                       CLOSE HISTORY-FILE
                       CLOSE WORK-FILE

                   END-IF

               END-IF

           END-IF.

           IF  WS-JOB-ERROR NOT = 'Y'

               OPEN OUTPUT REPORT-FILE

               IF  WS-RPT-STATUS NOT = '00'

                   DISPLAY 'RETENTION ERROR: UNABLE TO OPEN PRGRPT - '
                           'STATUS ' WS-RPT-STATUS
                   MOVE 'Y' TO WS-JOB-ERROR
                   CLOSE HISTORY-FILE
                   CLOSE WORK-FILE
                   CLOSE ARCHIVE-FILE

               END-IF

           END-IF.

       F-1300-OPEN-FILES. EXIT.

       2000-PROCESS-HISTORY.

           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
               NOT AT END
                   PERFORM 2100-PROCESS-HISTORY-RECORD
                   THRU  F-2100-PROCESS-HISTORY-RECORD
           END-READ.

       F-2000-PROCESS-HISTORY. EXIT.

       2100-PROCESS-HISTORY-RECORD.

           ADD 1 TO WS-TOT-READ.

           EVALUATE HIST-SOURCE
               WHEN 'L'
                   MOVE 1 TO WS-SRC-IX
               WHEN 'B'
                   MOVE 2 TO WS-SRC-IX
               WHEN OTHER
                   MOVE 3 TO WS-SRC-IX
           END-EVALUATE.

           EVALUATE HIST-OUTCOME
               WHEN 'E'
                   MOVE 1 TO WS-OUT-IX
               WHEN 'S'
                   MOVE 2 TO WS-OUT-IX
               WHEN 'O'
                   MOVE 3 TO WS-OUT-IX
               WHEN 'R'
                   MOVE 4 TO WS-OUT-IX
               WHEN 'F'
                   MOVE 5 TO WS-OUT-IX
               WHEN OTHER
                   MOVE 6 TO WS-OUT-IX
           END-EVALUATE.

           ADD 1 TO WS-SRC-READ(WS-SRC-IX).
           ADD 1 TO WS-OUT-READ(WS-OUT-IX).

      *    A RECORD WITHOUT A USABLE STAMP CANNOT BE DATED AND IS
      *    ALWAYS KEPT.
           MOVE 'N' TO WS-RECORD-EXPIRED.

           IF  HIST-RUN-STAMP IS NUMERIC
               IF  HIST-RUN-STAMP < WS-CUTOFF-STAMP
                   MOVE 'Y' TO WS-RECORD-EXPIRED
               END-IF
           ELSE
               ADD 1 TO WS-TOT-UNDATED
           END-IF.

           IF  WS-RECORD-EXPIRED = 'Y'
               PERFORM 2200-ARCHIVE-RECORD
               THRU  F-2200-ARCHIVE-RECORD
           ELSE
               PERFORM 2300-KEEP-RECORD
               THRU  F-2300-KEEP-RECORD
           END-IF.

       F-2100-PROCESS-HISTORY-RECORD. EXIT.

       2200-ARCHIVE-RECORD.

           ADD 1 TO WS-TOT-ARCH.
           ADD 1 TO WS-SRC-ARCH(WS-SRC-IX).
           ADD 1 TO WS-OUT-ARCH(WS-OUT-IX).

           MOVE WS-RUN-STAMP(1 : 8) TO ARCH-PURGE-DATE.
           MOVE WS-CUTOFF-STAMP     TO ARCH-CUTOFF-STAMP.
           MOVE HIST-RECORD         TO ARCH-HIST-DATA.
           WRITE ARCH-RECORD.

           IF  WS-ARCH-STATUS = '00'
               ADD 1 TO WS-ARCH-WRITTEN
           ELSE
               DISPLAY 'RETENTION ERROR: WRITE TO HISTARCH FAILED - '
                       'STATUS ' WS-ARCH-STATUS
               MOVE 'Y' TO WS-JOB-ERROR
           END-IF.

       F-2200-ARCHIVE-RECORD. EXIT.

       2300-KEEP-RECORD.

           ADD 1 TO WS-TOT-KEPT.
           ADD 1 TO WS-SRC-KEPT(WS-SRC-IX).
           ADD 1 TO WS-OUT-KEPT(WS-OUT-IX).

           MOVE HIST-RECORD TO WORK-RECORD.
           WRITE WORK-RECORD.

           IF  WS-WORK-STATUS = '00'
               ADD 1 TO WS-WORK-WRITTEN
           ELSE
               DISPLAY 'RETENTION ERROR: WRITE TO RUNHWORK FAILED - '
                       'STATUS ' WS-WORK-STATUS
               MOVE 'Y' TO WS-JOB-ERROR
           END-IF.

       F-2300-KEEP-RECORD. EXIT.

       2900-CLOSE-PASS-ONE.

           CLOSE HISTORY-FILE.
           CLOSE WORK-FILE.
           CLOSE ARCHIVE-FILE.

       F-2900-CLOSE-PASS-ONE. EXIT.

      *    RUNHIST IS ONLY REPLACED WHEN THE KEPT AND ARCHIVED
      *    RECORDS ACCOUNT FOR EVERY RECORD READ.
       3000-REWRITE-HISTORY.

           MOVE 'N' TO WS-WORK-EOF-SWITCH.

           OPEN INPUT WORK-FILE.

           IF  WS-WORK-STATUS NOT = '00'

               DISPLAY 'RETENTION ERROR: UNABLE TO REOPEN RUNHWORK - '
                       'STATUS ' WS-WORK-STATUS
               MOVE 'Y' TO WS-JOB-ERROR

           ELSE

               OPEN OUTPUT HISTORY-FILE

               IF  WS-HIST-STATUS NOT = '00'

                   DISPLAY 'RETENTION ERROR: UNABLE TO REWRITE '
                           'RUNHIST - STATUS ' WS-HIST-STATUS
                   MOVE 'Y' TO WS-JOB-ERROR
                   CLOSE WORK-FILE

               ELSE

                   PERFORM 3100-COPY-WORK-RECORD
                   THRU  F-3100-COPY-WORK-RECORD
                   UNTIL WS-WORK-EOF-SWITCH = 'Y'

                   CLOSE WORK-FILE
                   CLOSE HISTORY-FILE

                   MOVE 'Y' TO WS-HIST-REWRITE-DONE

                   IF  WS-HIST-REWRITTEN NOT = WS-TOT-KEPT
                       DISPLAY 'RETENTION ERROR: RUNHIST REWRITTEN '
                               'WITH ' WS-HIST-REWRITTEN
                               ' RECORDS, EXPECTED ' WS-TOT-KEPT
                       MOVE 'Y' TO WS-OUT-OF-BALANCE
                       MOVE 'Y' TO WS-JOB-ERROR
                   END-IF

               END-IF

           END-IF.

       F-3000-REWRITE-HISTORY. EXIT.

       3100-COPY-WORK-RECORD.

           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SWITCH
               NOT AT END
                   MOVE WORK-RECORD TO HIST-RECORD
                   WRITE HIST-RECORD
                   IF  WS-HIST-STATUS = '00'
                       ADD 1 TO WS-HIST-REWRITTEN
                   END-IF
           END-READ.

       F-3100-COPY-WORK-RECORD. EXIT.

       8000-CHECK-BALANCE.

           MOVE ZEROES TO WS-CROSS-TOTALS.

           PERFORM 8100-ADD-SOURCE-TOTALS
           THRU  F-8100-ADD-SOURCE-TOTALS
           VARYING WS-SRC-IX FROM 1 BY 1
           UNTIL   WS-SRC-IX > 3.

           IF  WS-SUM-READ NOT = WS-TOT-READ
            OR WS-SUM-KEPT NOT = WS-TOT-KEPT
            OR WS-SUM-ARCH NOT = WS-TOT-ARCH
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.

           MOVE ZEROES TO WS-CROSS-TOTALS.

           PERFORM 8200-ADD-OUTCOME-TOTALS
           THRU  F-8200-ADD-OUTCOME-TOTALS
           VARYING WS-OUT-IX FROM 1 BY 1
           UNTIL   WS-OUT-IX > 6.

           IF  WS-SUM-READ NOT = WS-TOT-READ
            OR WS-SUM-KEPT NOT = WS-TOT-KEPT
            OR WS-SUM-ARCH NOT = WS-TOT-ARCH
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.

           IF  WS-TOT-READ NOT = WS-TOT-KEPT + WS-TOT-ARCH
            OR WS-WORK-WRITTEN NOT = WS-TOT-KEPT
            OR WS-ARCH-WRITTEN NOT = WS-TOT-ARCH
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.

       F-8000-CHECK-BALANCE. EXIT.

       8100-ADD-SOURCE-TOTALS.

           ADD WS-SRC-READ(WS-SRC-IX) TO WS-SUM-READ.
           ADD WS-SRC-KEPT(WS-SRC-IX) TO WS-SUM-KEPT.
           ADD WS-SRC-ARCH(WS-SRC-IX) TO WS-SUM-ARCH.

           IF  WS-SRC-READ(WS-SRC-IX) NOT =
               WS-SRC-KEPT(WS-SRC-IX) + WS-SRC-ARCH(WS-SRC-IX)
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.

       F-8100-ADD-SOURCE-TOTALS. EXIT.

       8200-ADD-OUTCOME-TOTALS.

           ADD WS-OUT-READ(WS-OUT-IX) TO WS-SUM-READ.
           ADD WS-OUT-KEPT(WS-OUT-IX) TO WS-SUM-KEPT.
           ADD WS-OUT-ARCH(WS-OUT-IX) TO WS-SUM-ARCH.

           IF  WS-OUT-READ(WS-OUT-IX) NOT =
               WS-OUT-KEPT(WS-OUT-IX) + WS-OUT-ARCH(WS-OUT-IX)
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.

       F-8200-ADD-OUTCOME-TOTALS. EXIT.

       9000-WRITE-REPORT.

           MOVE WS-RUN-STAMP TO WS-RH-DATETIME.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-LINE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF  WS-RETAIN-GIVEN = 'Y'
               MOVE 'RETENTION PERIOD (MONTHS) . . . :'
                    TO WS-PL-LABEL
               MOVE SPACES TO WS-PL-VALUE
               MOVE WS-RETAIN-MONTHS TO WS-PL-VALUE(1 : 3)
               WRITE REPORT-RECORD FROM WS-PARM-LINE
           END-IF.

           MOVE 'ARCHIVE RUNS STAMPED BEFORE . . :' TO WS-PL-LABEL.
           MOVE WS-CUTOFF-STAMP TO WS-PL-VALUE.
           WRITE REPORT-RECORD FROM WS-PARM-LINE.

           MOVE 'ARCHIVE DATE. . . . . . . . . . :' TO WS-PL-LABEL.
           MOVE WS-RUN-STAMP(1 : 8) TO WS-PL-VALUE.
           WRITE REPORT-RECORD FROM WS-PARM-LINE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           WRITE REPORT-RECORD FROM WS-CONTROL-COLS-1.
           WRITE REPORT-RECORD FROM WS-CONTROL-COLS-2.

           PERFORM 9100-WRITE-SOURCE-LINE
           THRU  F-9100-WRITE-SOURCE-LINE
           VARYING WS-SRC-IX FROM 1 BY 1
           UNTIL   WS-SRC-IX > 3.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 9200-WRITE-OUTCOME-LINE
           THRU  F-9200-WRITE-OUTCOME-LINE
           VARYING WS-OUT-IX FROM 1 BY 1
           UNTIL   WS-OUT-IX > 6.

           WRITE REPORT-RECORD FROM WS-CONTROL-COLS-2.

           MOVE 'ALL RECORDS . . . . . . . . . . :' TO WS-CL-LABEL.
           MOVE WS-TOT-READ TO WS-BAL-READ.
           MOVE WS-TOT-KEPT TO WS-BAL-KEPT.
           MOVE WS-TOT-ARCH TO WS-BAL-ARCH.
           PERFORM 9300-WRITE-CONTROL-LINE
           THRU  F-9300-WRITE-CONTROL-LINE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 9400-WRITE-FILE-TOTALS
           THRU  F-9400-WRITE-FILE-TOTALS.

       F-9000-WRITE-REPORT. EXIT.

       9100-WRITE-SOURCE-LINE.

           MOVE WS-SRC-LABEL(WS-SRC-IX) TO WS-CL-LABEL.
           MOVE WS-SRC-READ(WS-SRC-IX)  TO WS-BAL-READ.
           MOVE WS-SRC-KEPT(WS-SRC-IX)  TO WS-BAL-KEPT.
           MOVE WS-SRC-ARCH(WS-SRC-IX)  TO WS-BAL-ARCH.

           PERFORM 9300-WRITE-CONTROL-LINE
           THRU  F-9300-WRITE-CONTROL-LINE.

       F-9100-WRITE-SOURCE-LINE. EXIT.

       9200-WRITE-OUTCOME-LINE.

           MOVE WS-OUT-LABEL(WS-OUT-IX) TO WS-CL-LABEL.
           MOVE WS-OUT-READ(WS-OUT-IX)  TO WS-BAL-READ.
           MOVE WS-OUT-KEPT(WS-OUT-IX)  TO WS-BAL-KEPT.
           MOVE WS-OUT-ARCH(WS-OUT-IX)  TO WS-BAL-ARCH.

           PERFORM 9300-WRITE-CONTROL-LINE
           THRU  F-9300-WRITE-CONTROL-LINE.

       F-9200-WRITE-OUTCOME-LINE. EXIT.

       9300-WRITE-CONTROL-LINE.

           MOVE WS-BAL-READ TO WS-CL-READ.
           MOVE WS-BAL-KEPT TO WS-CL-KEPT.
           MOVE WS-BAL-ARCH TO WS-CL-ARCH.

           IF  WS-BAL-READ = WS-BAL-KEPT + WS-BAL-ARCH
               MOVE 'BALANCED'       TO WS-CL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CL-STATUS
           END-IF.

           WRITE REPORT-RECORD FROM WS-CONTROL-LINE.

       F-9300-WRITE-CONTROL-LINE. EXIT.

       9400-WRITE-FILE-TOTALS.

           MOVE 'RECORDS WRITTEN TO HISTARCH . . :' TO WS-TL-LABEL.
           MOVE WS-ARCH-WRITTEN TO WS-TL-COUNT.
           IF  WS-ARCH-WRITTEN = WS-TOT-ARCH
               MOVE 'BALANCED'       TO WS-TL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-TL-STATUS
           END-IF.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'RECORDS WRITTEN TO RUNHIST. . . :' TO WS-TL-LABEL.
           MOVE WS-HIST-REWRITTEN TO WS-TL-COUNT.
           EVALUATE TRUE
               WHEN WS-HIST-REWRITE-DONE = 'N'
                   MOVE 'NOT REWRITTEN'  TO WS-TL-STATUS
               WHEN WS-HIST-REWRITTEN = WS-TOT-KEPT
                   MOVE 'BALANCED'       TO WS-TL-STATUS
               WHEN OTHER
                   MOVE 'OUT OF BALANCE' TO WS-TL-STATUS
           END-EVALUATE.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

           IF  WS-TOT-UNDATED > 0
               MOVE 'UNDATED RECORDS KEPT. . . . . . :'
                    TO WS-TL-LABEL
               MOVE WS-TOT-UNDATED TO WS-TL-COUNT
               MOVE SPACES         TO WS-TL-STATUS
               WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF  WS-OUT-OF-BALANCE = 'N'
               MOVE ' CONTROL TOTALS BALANCE - NO RECORDS LOST'
                    TO REPORT-RECORD
           ELSE
               MOVE ' *** CONTROL TOTALS OUT OF BALANCE ***'
                    TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

       F-9400-WRITE-FILE-TOTALS. EXIT.

       9999-FINAL.

           CLOSE REPORT-FILE.

           DISPLAY 'RUNHIST RECORDS READ:     ' WS-TOT-READ.
           DISPLAY 'RUNHIST RECORDS KEPT:     ' WS-TOT-KEPT.
           DISPLAY 'RUNHIST RECORDS ARCHIVED: ' WS-TOT-ARCH.

       F-9999-FINAL. EXIT.
