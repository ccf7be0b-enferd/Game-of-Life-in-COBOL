       IDENTIFICATION DIVISION.
       PROGRAM-ID. 08-GAMEV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-FILE ASSIGN TO "PATLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "GRIDARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT GRID-FILE ASSIGN TO "GRIDSAVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT DETAIL-FILE ASSIGN TO "GENDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VERRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    THE GRID FILES ARE READ WITH ALPHANUMERIC HEADER FIELDS SO
      *    THAT DAMAGED SIZES CAN BE REPORTED INSTEAD OF ABENDING.
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

       FD  ARCHIVE-FILE.
       01  ARCH-HEADER-RECORD.
           05  ARCH-REC-TYPE    PIC X.
           05  ARCH-NAME        PIC X(16).
           05  ARCH-STAMP       PIC X(14).
           05  ARCH-HEIGHT      PIC X(03).
           05  ARCH-WIDTH       PIC X(03).
           05  FILLER           PIC X(264).
       01  ARCH-DATA-RECORD.
           05  ARCH-DATA-TYPE   PIC X.
           05  ARCH-DATA-LINE   PIC X(300).

       FD  GRID-FILE.
       01  GRID-HEADER-RECORD.
           05  GRID-REC-TYPE    PIC X.
           05  GRID-HEIGHT      PIC X(03).
           05  GRID-WIDTH       PIC X(03).
           05  FILLER           PIC X(294).
       01  GRID-DATA-RECORD.
           05  GRID-DATA-TYPE   PIC X.
           05  GRID-DATA-LINE   PIC X(300).

       FD  SNAPSHOT-FILE.
       01  SNAP-HEADER-RECORD.
           05  SNAP-REC-TYPE    PIC X.
           05  SNAP-GENERATION  PIC X(08).
           05  SNAP-HEIGHT      PIC X(03).
           05  SNAP-WIDTH       PIC X(03).
           05  SNAP-RUN-STAMP   PIC X(14).
           05  FILLER           PIC X(272).
       01  SNAP-DATA-RECORD.
           05  SNAP-DATA-TYPE   PIC X.
           05  SNAP-DATA-LINE   PIC X(300).

       FD  DETAIL-FILE.
       01  DTL-RECORD.
           05  DTL-GENERATION   PIC X(08).
           05  DTL-POPULATION   PIC X(08).
           05  DTL-BIRTHS       PIC X(08).
           05  DTL-DEATHS       PIC X(08).
           05  DTL-NET-SIGN     PIC X.
           05  DTL-NET-CHANGE   PIC X(08).
           05  DTL-RUN-STAMP    PIC X(14).
           05  DTL-EDGE-LOSS    PIC X(08).

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

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PAT-STATUS        PIC XX       VALUE SPACES.
       01  WS-ARCH-STATUS       PIC XX       VALUE SPACES.
       01  WS-GRID-STATUS       PIC XX       VALUE SPACES.
       01  WS-SNAP-STATUS       PIC XX       VALUE SPACES.
       01  WS-DTL-STATUS        PIC XX       VALUE SPACES.
       01  WS-HIST-STATUS       PIC XX       VALUE SPACES.
       01  WS-RPT-STATUS        PIC XX       VALUE SPACES.
       01  WS-EOF-SWITCH        PIC X        VALUE 'N'.
       01  WS-JOB-ERROR         PIC X        VALUE 'N'.

       01  WS-RUN-STAMP         PIC X(14)    VALUE SPACES.

      *    ONE SUMMARY ENTRY PER FILE CHECKED, IN REPORT ORDER.
       01  WS-FILE-SUMMARY.
           05  WS-FS-ENTRY      OCCURS 6 TIMES.
               10  WS-FS-NAME   PIC X(08).
               10  WS-FS-STATE  PIC X(12).
               10  WS-FS-RECORDS
                                PIC 9(08).
               10  WS-FS-ENTRIES
                                PIC 9(08).
               10  WS-FS-ERRORS PIC 9(08).
               10  WS-FS-WARNINGS
                                PIC 9(08).
       01  WS-FILE-IX           PIC 9(02)    VALUE ZEROES.

       01  WS-TOTAL-RECORDS     PIC 9(08)    VALUE ZEROES.
       01  WS-TOTAL-ENTRIES     PIC 9(08)    VALUE ZEROES.
       01  WS-TOTAL-ERRORS      PIC 9(08)    VALUE ZEROES.
       01  WS-TOTAL-WARNINGS    PIC 9(08)    VALUE ZEROES.

      *    CURRENT GRID ENTRY BEING CHECKED.
       01  WS-CHK-FIELDS.
           05  WS-CHK-REC-NO    PIC 9(08).
           05  WS-CHK-REC-TYPE  PIC X.
           05  WS-CHK-IN-ENTRY  PIC X.
           05  WS-CHK-DIMS-OK   PIC X.
           05  WS-CHK-NAMES     PIC X.
           05  WS-CHK-ENTRY     PIC X(32).
           05  WS-CHK-ENTRY-REC PIC 9(08).
           05  WS-CHK-NAME      PIC X(16).
           05  WS-CHK-HEIGHT-X  PIC X(03).
           05  WS-CHK-WIDTH-X   PIC X(03).
           05  WS-CHK-HEIGHT    PIC 9(03).
           05  WS-CHK-WIDTH     PIC 9(03).
           05  WS-CHK-ROWS      PIC 9(05).
           05  WS-CHK-LINE      PIC X(300).
           05  WS-CHK-LENGTH    PIC 9(03).
           05  WS-CHK-LIMIT     PIC 9(03).
           05  WS-CHK-POS       PIC 9(03).
           05  WS-CHK-BAD-COUNT PIC 9(03).
           05  WS-CHK-BAD-POS   PIC 9(03).

      *    NAMES ALREADY SEEN IN THE CURRENT PATLIB OR GRIDARCH PASS.
       01  WS-NAME-TABLE.
           05  WS-NAME-COUNT    PIC 9(04)    VALUE ZEROES.
           05  WS-NAME-ENTRY    OCCURS 1000 TIMES.
               10  WS-NAME-TEXT PIC X(16).
               10  WS-NAME-REC  PIC 9(08).
       01  WS-NAME-IX           PIC 9(04)    VALUE ZEROES.
       01  WS-NAME-FOUND-IX     PIC 9(04)    VALUE ZEROES.
       01  WS-NAME-FULL         PIC X        VALUE 'N'.

      *    GENDTL RUNS, LAST GENERATION AND POPULATION OF EACH.
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT     PIC 9(04)    VALUE ZEROES.
           05  WS-RUN-ENTRY     OCCURS 1000 TIMES.
               10  WS-RUN-TAB-STAMP
                                PIC X(14).
               10  WS-RUN-LAST-GEN
                                PIC 9(08).
               10  WS-RUN-LAST-POP
                                PIC 9(08).
               10  WS-RUN-FIRST-REC
                                PIC 9(08).
               10  WS-RUN-MATCHED
                                PIC X.
       01  WS-RUN-IX            PIC 9(04)    VALUE ZEROES.
       01  WS-RUN-FOUND-IX      PIC 9(04)    VALUE ZEROES.
       01  WS-RUN-FULL          PIC X        VALUE 'N'.

       01  WS-DTL-GEN           PIC 9(08)    VALUE ZEROES.
       01  WS-DTL-POP           PIC 9(08)    VALUE ZEROES.
       01  WS-DTL-EXPECTED      PIC 9(08)    VALUE ZEROES.
       01  WS-HIST-GENS         PIC 9(08)    VALUE ZEROES.
       01  WS-HIST-POP          PIC 9(08)    VALUE ZEROES.

       01  WS-ROW-ED            PIC ZZZZ9.
       01  WS-NUM3-ED-A         PIC ZZ9.
       01  WS-NUM3-ED-B         PIC ZZ9.
       01  WS-NUM8-ED-A         PIC ZZZZZZZ9.
       01  WS-NUM8-ED-B         PIC ZZZZZZZ9.

       01  WS-EXCEPTION-SEVERITY
                                PIC X(07)    VALUE SPACES.
       01  WS-EXCEPTION-REC     PIC 9(08)    VALUE ZEROES.
       01  WS-EXCEPTION-TEXT    PIC X(60)    VALUE SPACES.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER           PIC X        VALUE '1'.
           05  FILLER           PIC X(05)    VALUE SPACES.
           05  FILLER           PIC X(49)
               VALUE 'CONWAYS GAME OF LIFE - FILE INTEGRITY CHECK'.
           05  FILLER           PIC X(03)    VALUE SPACES.
           05  FILLER           PIC X(10)    VALUE 'RUN DATE: '.
           05  WS-RH-DATETIME   PIC X(14).
           05  FILLER           PIC X(50)    VALUE SPACES.

       01  WS-EXCEPTION-COLS-1.
           05  FILLER           PIC X        VALUE SPACE.
           05  FILLER           PIC X(10)    VALUE 'FILE'.
           05  FILLER           PIC X(33)    VALUE 'ENTRY'.
           05  FILLER           PIC X(10)    VALUE '    RECORD'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(08)    VALUE 'LEVEL'.
           05  FILLER           PIC X(60)    VALUE 'EXCEPTION'.
           05  FILLER           PIC X(08)    VALUE SPACES.

       01  WS-EXCEPTION-COLS-2.
           05  FILLER           PIC X        VALUE SPACE.
           05  FILLER           PIC X(10)    VALUE '--------'.
           05  FILLER           PIC X(33)    VALUE
               '--------------------------------'.
           05  FILLER           PIC X(10)    VALUE '  --------'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(08)    VALUE '-------'.
           05  FILLER           PIC X(60)    VALUE
               '--------------------------------------------'.
           05  FILLER           PIC X(08)    VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-EL-FILE       PIC X(08).
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-EL-ENTRY      PIC X(32).
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-EL-RECORD     PIC ZZZZZZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-EL-SEVERITY   PIC X(07).
           05  FILLER           PIC X(01)    VALUE SPACE.
           05  WS-EL-MESSAGE    PIC X(60).
           05  FILLER           PIC X(08)    VALUE SPACES.

       01  WS-SUMMARY-COLS-1.
           05  FILLER           PIC X        VALUE SPACE.
           05  FILLER           PIC X(10)    VALUE 'FILE'.
           05  FILLER           PIC X(14)    VALUE 'STATE'.
           05  FILLER           PIC X(12)    VALUE '     RECORDS'.
           05  FILLER           PIC X(12)    VALUE '     ENTRIES'.
           05  FILLER           PIC X(12)    VALUE '      ERRORS'.
           05  FILLER           PIC X(12)    VALUE '    WARNINGS'.
           05  FILLER           PIC X(59)    VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-SL-FILE       PIC X(08).
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-SL-STATE      PIC X(12).
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-SL-RECORDS    PIC ZZZZZZZZZZZ9.
           05  WS-SL-ENTRIES    PIC ZZZZZZZZZZZ9.
           05  WS-SL-ERRORS     PIC ZZZZZZZZZZZ9.
           05  WS-SL-WARNINGS   PIC ZZZZZZZZZZZ9.
           05  FILLER           PIC X(59)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.

           PERFORM 1000-INIT
           THRU  F-1000-INIT.

           IF  WS-JOB-ERROR NOT = 'Y'

               PERFORM 2000-CHECK-PATLIB
               THRU  F-2000-CHECK-PATLIB

               PERFORM 2100-CHECK-GRIDARCH
               THRU  F-2100-CHECK-GRIDARCH

               PERFORM 2200-CHECK-GRIDSAVE
               THRU  F-2200-CHECK-GRIDSAVE

               PERFORM 2300-CHECK-SNAPARCH
               THRU  F-2300-CHECK-SNAPARCH

               PERFORM 5000-CHECK-GENDTL
               THRU  F-5000-CHECK-GENDTL

               PERFORM 6000-CHECK-RUNHIST
               THRU  F-6000-CHECK-RUNHIST

               PERFORM 9000-WRITE-SUMMARY
               THRU  F-9000-WRITE-SUMMARY

               PERFORM 9999-FINAL
               THRU  F-9999-FINAL

           END-IF.

           EVALUATE TRUE
               WHEN WS-JOB-ERROR = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-TOTAL-ERRORS > 0
                   MOVE 8  TO RETURN-CODE
               WHEN WS-TOTAL-WARNINGS > 0
                   MOVE 4  TO RETURN-CODE
           END-EVALUATE.

       F-MAIN-PROGRAM. GOBACK.

       1000-INIT.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.

           MOVE ZEROES TO WS-FILE-SUMMARY.
           MOVE 'PATLIB'   TO WS-FS-NAME(1).
           MOVE 'GRIDARCH' TO WS-FS-NAME(2).
           MOVE 'GRIDSAVE' TO WS-FS-NAME(3).
           MOVE 'SNAPARCH' TO WS-FS-NAME(4).
           MOVE 'GENDTL'   TO WS-FS-NAME(5).
           MOVE 'RUNHIST'  TO WS-FS-NAME(6).

           PERFORM 1010-SET-FILE-STATE
           THRU  F-1010-SET-FILE-STATE
           VARYING WS-FILE-IX FROM 1 BY 1
           UNTIL   WS-FILE-IX > 6.

           OPEN OUTPUT REPORT-FILE.

           IF  WS-RPT-STATUS NOT = '00'

               DISPLAY 'VERIFY ERROR: UNABLE TO OPEN VERRPT - '
                       'STATUS ' WS-RPT-STATUS
               MOVE 'Y' TO WS-JOB-ERROR

           ELSE

               MOVE WS-RUN-STAMP TO WS-RH-DATETIME
               WRITE REPORT-RECORD FROM WS-REPORT-HEADER-LINE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM WS-EXCEPTION-COLS-1
               WRITE REPORT-RECORD FROM WS-EXCEPTION-COLS-2

           END-IF.

       F-1000-INIT. EXIT.

       1010-SET-FILE-STATE.

           MOVE 'NOT PRESENT' TO WS-FS-STATE(WS-FILE-IX).

       F-1010-SET-FILE-STATE. EXIT.

       2000-CHECK-PATLIB.

           MOVE 1   TO WS-FILE-IX.
           MOVE 'Y' TO WS-CHK-NAMES.
           PERFORM 4000-START-GRID-FILE
           THRU  F-4000-START-GRID-FILE.

           OPEN INPUT PATTERN-FILE.

           EVALUATE WS-PAT-STATUS

               WHEN '00'

                   PERFORM 2010-READ-PATLIB
                   THRU  F-2010-READ-PATLIB
                   UNTIL WS-EOF-SWITCH = 'Y'

                   CLOSE PATTERN-FILE

                   PERFORM 4900-END-GRID-FILE
                   THRU  F-4900-END-GRID-FILE

               WHEN '35'

                   CONTINUE

               WHEN OTHER

                   DISPLAY 'VERIFY ERROR: UNABLE TO OPEN PATLIB - '
                           'STATUS ' WS-PAT-STATUS
                   MOVE 'OPEN FAILED' TO WS-FS-STATE(WS-FILE-IX)
                   MOVE 'Y' TO WS-JOB-ERROR

           END-EVALUATE.

       F-2000-CHECK-PATLIB. EXIT.

       2010-READ-PATLIB.

           READ PATTERN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CHK-REC-NO
                   MOVE PAT-REC-TYPE TO WS-CHK-REC-TYPE
                   EVALUATE PAT-REC-TYPE
                       WHEN 'P'
                           PERFORM 4150-END-GRID-ENTRY
                           THRU  F-4150-END-GRID-ENTRY
                           MOVE PAT-NAME   TO WS-CHK-NAME
                           MOVE PAT-NAME   TO WS-CHK-ENTRY
                           MOVE PAT-HEIGHT TO WS-CHK-HEIGHT-X
                           MOVE PAT-WIDTH  TO WS-CHK-WIDTH-X
                           PERFORM 4100-START-GRID-ENTRY
                           THRU  F-4100-START-GRID-ENTRY
                       WHEN 'D'
                           MOVE PAT-DATA-LINE TO WS-CHK-LINE
                           PERFORM 4200-CHECK-DATA-ROW
                           THRU  F-4200-CHECK-DATA-ROW
                       WHEN OTHER
                           PERFORM 4300-UNKNOWN-RECORD
                           THRU  F-4300-UNKNOWN-RECORD
                   END-EVALUATE
           END-READ.

       F-2010-READ-PATLIB. EXIT.

       2100-CHECK-GRIDARCH.

           MOVE 2   TO WS-FILE-IX.
           MOVE 'Y' TO WS-CHK-NAMES.
           PERFORM 4000-START-GRID-FILE
           THRU  F-4000-START-GRID-FILE.

           OPEN INPUT ARCHIVE-FILE.

           EVALUATE WS-ARCH-STATUS

               WHEN '00'

                   PERFORM 2110-READ-GRIDARCH
                   THRU  F-2110-READ-GRIDARCH
                   UNTIL WS-EOF-SWITCH = 'Y'

                   CLOSE ARCHIVE-FILE

                   PERFORM 4900-END-GRID-FILE
                   THRU  F-4900-END-GRID-FILE

               WHEN '35'

                   CONTINUE

               WHEN OTHER

                   DISPLAY 'VERIFY ERROR: UNABLE TO OPEN GRIDARCH - '
                           'STATUS ' WS-ARCH-STATUS
                   MOVE 'OPEN FAILED' TO WS-FS-STATE(WS-FILE-IX)
                   MOVE 'Y' TO WS-JOB-ERROR

           END-EVALUATE.

       F-2100-CHECK-GRIDARCH. EXIT.

       2110-READ-GRIDARCH.

           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CHK-REC-NO
                   MOVE ARCH-REC-TYPE TO WS-CHK-REC-TYPE
                   EVALUATE ARCH-REC-TYPE
                       WHEN 'H'
                           PERFORM 4150-END-GRID-ENTRY
                           THRU  F-4150-END-GRID-ENTRY
                           MOVE ARCH-NAME   TO WS-CHK-NAME
                           MOVE ARCH-NAME   TO WS-CHK-ENTRY
                           MOVE ARCH-HEIGHT TO WS-CHK-HEIGHT-X
                           MOVE ARCH-WIDTH  TO WS-CHK-WIDTH-X
                           PERFORM 4100-START-GRID-ENTRY
                           THRU  F-4100-START-GRID-ENTRY
                       WHEN 'D'
                           MOVE ARCH-DATA-LINE TO WS-CHK-LINE
                           PERFORM 4200-CHECK-DATA-ROW
                           THRU  F-4200-CHECK-DATA-ROW
                       WHEN OTHER
                           PERFORM 4300-UNKNOWN-RECORD
                           THRU  F-4300-UNKNOWN-RECORD
                   END-EVALUATE
           END-READ.

       F-2110-READ-GRIDARCH. EXIT.

       2200-CHECK-GRIDSAVE.

           MOVE 3   TO WS-FILE-IX.
           MOVE 'N' TO WS-CHK-NAMES.
           PERFORM 4000-START-GRID-FILE
           THRU  F-4000-START-GRID-FILE.

           OPEN INPUT GRID-FILE.

           EVALUATE WS-GRID-STATUS

               WHEN '00'

                   PERFORM 2210-READ-GRIDSAVE
                   THRU  F-2210-READ-GRIDSAVE
                   UNTIL WS-EOF-SWITCH = 'Y'

                   CLOSE GRID-FILE

                   PERFORM 4900-END-GRID-FILE
                   THRU  F-4900-END-GRID-FILE

               WHEN '35'

                   CONTINUE

               WHEN OTHER

                   DISPLAY 'VERIFY ERROR: UNABLE TO OPEN GRIDSAVE - '
                           'STATUS ' WS-GRID-STATUS
                   MOVE 'OPEN FAILED' TO WS-FS-STATE(WS-FILE-IX)
                   MOVE 'Y' TO WS-JOB-ERROR

           END-EVALUATE.

       F-2200-CHECK-GRIDSAVE. EXIT.

       2210-READ-GRIDSAVE.

           READ GRID-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CHK-REC-NO
                   MOVE GRID-REC-TYPE TO WS-CHK-REC-TYPE
                   EVALUATE GRID-REC-TYPE
                       WHEN 'H'
                           PERFORM 4150-END-GRID-ENTRY
                           THRU  F-4150-END-GRID-ENTRY
                           MOVE SPACES       TO WS-CHK-NAME
                           MOVE 'SAVED GRID' TO WS-CHK-ENTRY
                           MOVE GRID-HEIGHT  TO WS-CHK-HEIGHT-X
                           MOVE GRID-WIDTH   TO WS-CHK-WIDTH-X
                           PERFORM 4100-START-GRID-ENTRY
                           THRU  F-4100-START-GRID-ENTRY
                       WHEN 'D'
                           MOVE GRID-DATA-LINE TO WS-CHK-LINE
                           PERFORM 4200-CHECK-DATA-ROW
                           THRU  F-4200-CHECK-DATA-ROW
                       WHEN OTHER
                           PERFORM 4300-UNKNOWN-RECORD
                           THRU  F-4300-UNKNOWN-RECORD
                   END-EVALUATE
           END-READ.

       F-2210-READ-GRIDSAVE. EXIT.

       2300-CHECK-SNAPARCH.

           MOVE 4   TO WS-FILE-IX.
           MOVE 'N' TO WS-CHK-NAMES.
           PERFORM 4000-START-GRID-FILE
           THRU  F-4000-START-GRID-FILE.

           OPEN INPUT SNAPSHOT-FILE.

           EVALUATE WS-SNAP-STATUS

               WHEN '00'

                   PERFORM 2310-READ-SNAPARCH
                   THRU  F-2310-READ-SNAPARCH
                   UNTIL WS-EOF-SWITCH = 'Y'

                   CLOSE SNAPSHOT-FILE

                   PERFORM 4900-END-GRID-FILE
                   THRU  F-4900-END-GRID-FILE

               WHEN '35'

                   CONTINUE

               WHEN OTHER

                   DISPLAY 'VERIFY ERROR: UNABLE TO OPEN SNAPARCH - '
                           'STATUS ' WS-SNAP-STATUS
                   MOVE 'OPEN FAILED' TO WS-FS-STATE(WS-FILE-IX)
                   MOVE 'Y' TO WS-JOB-ERROR

           END-EVALUATE.

       F-2300-CHECK-SNAPARCH. EXIT.

       2310-READ-SNAPARCH.

           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CHK-REC-NO
                   MOVE SNAP-REC-TYPE TO WS-CHK-REC-TYPE
                   EVALUATE SNAP-REC-TYPE
                       WHEN 'H'
                           PERFORM 4150-END-GRID-ENTRY
                           THRU  F-4150-END-GRID-ENTRY
                           MOVE SPACES TO WS-CHK-NAME
                           MOVE SPACES TO WS-CHK-ENTRY
                           STRING 'GEN '
                                  SNAP-GENERATION
                                  ' RUN '
                                  SNAP-RUN-STAMP
                                  DELIMITED BY SIZE
                                  INTO WS-CHK-ENTRY
                           MOVE SNAP-HEIGHT TO WS-CHK-HEIGHT-X
                           MOVE SNAP-WIDTH  TO WS-CHK-WIDTH-X
                           PERFORM 4100-START-GRID-ENTRY
                           THRU  F-4100-START-GRID-ENTRY
                       WHEN 'D'
                           MOVE SNAP-DATA-LINE TO WS-CHK-LINE
                           PERFORM 4200-CHECK-DATA-ROW
                           THRU  F-4200-CHECK-DATA-ROW
                       WHEN OTHER
                           PERFORM 4300-UNKNOWN-RECORD
                           THRU  F-4300-UNKNOWN-RECORD
                   END-EVALUATE
           END-READ.

       F-2310-READ-SNAPARCH. EXIT.

       4000-START-GRID-FILE.

           MOVE 'N'    TO WS-EOF-SWITCH.
           MOVE ZEROES TO WS-CHK-REC-NO.
           MOVE 'N'    TO WS-CHK-IN-ENTRY.
           MOVE SPACES TO WS-CHK-ENTRY.
           MOVE ZEROES TO WS-NAME-COUNT.
           MOVE 'N'    TO WS-NAME-FULL.

       F-4000-START-GRID-FILE. EXIT.

       4100-START-GRID-ENTRY.

           ADD  1             TO WS-FS-ENTRIES(WS-FILE-IX).
           MOVE 'Y'           TO WS-CHK-IN-ENTRY.
           MOVE ZEROES        TO WS-CHK-ROWS.
           MOVE WS-CHK-REC-NO TO WS-CHK-ENTRY-REC.

           IF  WS-CHK-HEIGHT-X IS NUMERIC
               AND WS-CHK-WIDTH-X IS NUMERIC
               AND WS-CHK-HEIGHT-X > '000'
               AND WS-CHK-WIDTH-X  > '000'
               AND WS-CHK-HEIGHT-X NOT > '300'
               AND WS-CHK-WIDTH-X  NOT > '300'
               MOVE WS-CHK-HEIGHT-X TO WS-CHK-HEIGHT
               MOVE WS-CHK-WIDTH-X  TO WS-CHK-WIDTH
               MOVE 'Y'             TO WS-CHK-DIMS-OK
           ELSE
               MOVE 'N'             TO WS-CHK-DIMS-OK
               MOVE SPACES          TO WS-EXCEPTION-TEXT
               STRING 'HEADER HEIGHT/WIDTH INVALID: '
                      WS-CHK-HEIGHT-X
                      ' X '
                      WS-CHK-WIDTH-X
                      DELIMITED BY SIZE
                      INTO WS-EXCEPTION-TEXT
               PERFORM 4810-WRITE-ERROR
               THRU  F-4810-WRITE-ERROR
           END-IF.

           IF  WS-CHK-NAMES = 'Y'
               PERFORM 4400-CHECK-DUPLICATE-NAME
               THRU  F-4400-CHECK-DUPLICATE-NAME
           END-IF.

       F-4100-START-GRID-ENTRY. EXIT.

       4150-END-GRID-ENTRY.

           IF  WS-CHK-IN-ENTRY = 'Y'
               AND WS-CHK-DIMS-OK = 'Y'
               AND WS-CHK-ROWS NOT = WS-CHK-HEIGHT
               MOVE WS-CHK-HEIGHT  TO WS-NUM3-ED-A
               MOVE WS-CHK-ROWS    TO WS-NUM8-ED-B
               MOVE SPACES         TO WS-EXCEPTION-TEXT
               STRING 'HEADER HEIGHT '
                      WS-NUM3-ED-A
                      ' BUT '
                      WS-NUM8-ED-B
                      ' DATA ROWS FOLLOW'
                      DELIMITED BY SIZE
                      INTO WS-EXCEPTION-TEXT
               MOVE WS-CHK-ENTRY-REC TO WS-EXCEPTION-REC
               PERFORM 4820-WRITE-ERROR-AT
               THRU  F-4820-WRITE-ERROR-AT
           END-IF.

           MOVE 'N' TO WS-CHK-IN-ENTRY.

       F-4150-END-GRID-ENTRY. EXIT.

       4200-CHECK-DATA-ROW.

           IF  WS-CHK-IN-ENTRY NOT = 'Y'

               MOVE 'DATA ROW WITH NO PRECEDING HEADER'
                    TO WS-EXCEPTION-TEXT
               PERFORM 4810-WRITE-ERROR
               THRU  F-4810-WRITE-ERROR

           ELSE

               ADD 1 TO WS-CHK-ROWS

               IF  WS-CHK-DIMS-OK = 'Y'
                   PERFORM 4250-CHECK-ROW-CELLS
                   THRU  F-4250-CHECK-ROW-CELLS
               END-IF

           END-IF.

       F-4200-CHECK-DATA-ROW. EXIT.

       4250-CHECK-ROW-CELLS.

           MOVE ZEROES TO WS-CHK-LENGTH.

           PERFORM 4260-FIND-ROW-LENGTH
           THRU  F-4260-FIND-ROW-LENGTH
           VARYING WS-CHK-POS FROM 300 BY -1
           UNTIL   WS-CHK-POS < 1
              OR   WS-CHK-LENGTH > 0.

           IF  WS-CHK-LENGTH NOT = WS-CHK-WIDTH
               MOVE WS-CHK-ROWS   TO WS-ROW-ED
               MOVE WS-CHK-LENGTH TO WS-NUM3-ED-A
               MOVE WS-CHK-WIDTH  TO WS-NUM3-ED-B
               MOVE SPACES        TO WS-EXCEPTION-TEXT
               STRING 'ROW '
                      WS-ROW-ED
                      ' IS '
                      WS-NUM3-ED-A
                      ' CELLS WIDE, HEADER WIDTH '
                      WS-NUM3-ED-B
                      DELIMITED BY SIZE
                      INTO WS-EXCEPTION-TEXT
               PERFORM 4810-WRITE-ERROR
               THRU  F-4810-WRITE-ERROR
           END-IF.

           IF  WS-CHK-LENGTH < WS-CHK-WIDTH
               MOVE WS-CHK-LENGTH TO WS-CHK-LIMIT
           ELSE
               MOVE WS-CHK-WIDTH  TO WS-CHK-LIMIT
           END-IF.

           MOVE ZEROES TO WS-CHK-BAD-COUNT.
           MOVE ZEROES TO WS-CHK-BAD-POS.

           PERFORM 4270-CHECK-CELL-CHAR
           THRU  F-4270-CHECK-CELL-CHAR
           VARYING WS-CHK-POS FROM 1 BY 1
           UNTIL   WS-CHK-POS > WS-CHK-LIMIT.

           IF  WS-CHK-BAD-COUNT > 0
               MOVE WS-CHK-ROWS      TO WS-ROW-ED
               MOVE WS-CHK-BAD-COUNT TO WS-NUM3-ED-A
               MOVE WS-CHK-BAD-POS   TO WS-NUM3-ED-B
               MOVE SPACES           TO WS-EXCEPTION-TEXT
               STRING 'ROW '
                      WS-ROW-ED
                      ': '
                      WS-NUM3-ED-A
                      ' INVALID CELL CHARACTERS, FIRST AT COL '
                      WS-NUM3-ED-B
                      DELIMITED BY SIZE
                      INTO WS-EXCEPTION-TEXT
               PERFORM 4810-WRITE-ERROR
               THRU  F-4810-WRITE-ERROR
           END-IF.

       F-4250-CHECK-ROW-CELLS. EXIT.

       4260-FIND-ROW-LENGTH.

           IF  WS-CHK-LINE(WS-CHK-POS : 1) NOT = SPACE
               MOVE WS-CHK-POS TO WS-CHK-LENGTH
           END-IF.

       F-4260-FIND-ROW-LENGTH. EXIT.

       4270-CHECK-CELL-CHAR.

           IF  WS-CHK-LINE(WS-CHK-POS : 1) NOT = '@'
               AND WS-CHK-LINE(WS-CHK-POS : 1) NOT = '.'
               ADD 1 TO WS-CHK-BAD-COUNT
               IF  WS-CHK-BAD-POS = 0
                   MOVE WS-CHK-POS TO WS-CHK-BAD-POS
               END-IF
           END-IF.

       F-4270-CHECK-CELL-CHAR. EXIT.

       4300-UNKNOWN-RECORD.

           MOVE SPACES TO WS-EXCEPTION-TEXT.
           STRING 'UNKNOWN RECORD TYPE '''
                  WS-CHK-REC-TYPE
                  ''''
                  DELIMITED BY SIZE
                  INTO WS-EXCEPTION-TEXT.
           PERFORM 4810-WRITE-ERROR
           THRU  F-4810-WRITE-ERROR.

       F-4300-UNKNOWN-RECORD. EXIT.

       4400-CHECK-DUPLICATE-NAME.

           MOVE ZEROES TO WS-NAME-FOUND-IX.

           PERFORM 4410-FIND-NAME
           THRU  F-4410-FIND-NAME
           VARYING WS-NAME-IX FROM 1 BY 1
           UNTIL   WS-NAME-IX > WS-NAME-COUNT
              OR   WS-NAME-FOUND-IX > 0.

           EVALUATE TRUE

               WHEN WS-NAME-FOUND-IX > 0

                   MOVE WS-NAME-REC(WS-NAME-FOUND-IX)
                     TO WS-NUM8-ED-A
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING 'DUPLICATE NAME - FIRST USED AT RECORD '
                          WS-NUM8-ED-A
                          DELIMITED BY SIZE
                          INTO WS-EXCEPTION-TEXT
                   PERFORM 4810-WRITE-ERROR
                   THRU  F-4810-WRITE-ERROR

               WHEN WS-NAME-COUNT < 1000

                   ADD  1             TO WS-NAME-COUNT
                   MOVE WS-CHK-NAME   TO WS-NAME-TEXT(WS-NAME-COUNT)
                   MOVE WS-CHK-REC-NO TO WS-NAME-REC(WS-NAME-COUNT)

               WHEN WS-NAME-FULL = 'N'

                   MOVE 'Y' TO WS-NAME-FULL
                   MOVE 'MORE THAN 1000 NAMES - LATER NAMES NOT CHECKED'
                        TO WS-EXCEPTION-TEXT
                   PERFORM 4830-WRITE-WARNING
                   THRU  F-4830-WRITE-WARNING

           END-EVALUATE.

       F-4400-CHECK-DUPLICATE-NAME. EXIT.

       4410-FIND-NAME.

           IF  WS-NAME-TEXT(WS-NAME-IX) = WS-CHK-NAME
               MOVE WS-NAME-IX TO WS-NAME-FOUND-IX
           END-IF.

       F-4410-FIND-NAME. EXIT.

      *    EXCEPTION WRITERS. THE ENTRY NAME AND FILE COME FROM THE
      *    CURRENT CHECK; THE TEXT FROM WS-EXCEPTION-TEXT.
       4810-WRITE-ERROR.

           MOVE WS-CHK-REC-NO TO WS-EXCEPTION-REC.

           PERFORM 4820-WRITE-ERROR-AT
           THRU  F-4820-WRITE-ERROR-AT.

       F-4810-WRITE-ERROR. EXIT.

       4820-WRITE-ERROR-AT.

           MOVE 'ERROR'  TO WS-EXCEPTION-SEVERITY.
           ADD  1 TO WS-FS-ERRORS(WS-FILE-IX).
           ADD  1 TO WS-TOTAL-ERRORS.

           PERFORM 4850-WRITE-EXCEPTION-LINE
           THRU  F-4850-WRITE-EXCEPTION-LINE.

       F-4820-WRITE-ERROR-AT. EXIT.

       4830-WRITE-WARNING.

           MOVE WS-CHK-REC-NO TO WS-EXCEPTION-REC.
           MOVE 'WARNING' TO WS-EXCEPTION-SEVERITY.
           ADD  1 TO WS-FS-WARNINGS(WS-FILE-IX).
           ADD  1 TO WS-TOTAL-WARNINGS.

           PERFORM 4850-WRITE-EXCEPTION-LINE
           THRU  F-4850-WRITE-EXCEPTION-LINE.

       F-4830-WRITE-WARNING. EXIT.

       4850-WRITE-EXCEPTION-LINE.

           MOVE WS-FS-NAME(WS-FILE-IX) TO WS-EL-FILE.
           MOVE WS-CHK-ENTRY           TO WS-EL-ENTRY.
           MOVE WS-EXCEPTION-REC       TO WS-EL-RECORD.
           MOVE WS-EXCEPTION-SEVERITY  TO WS-EL-SEVERITY.
           MOVE WS-EXCEPTION-TEXT      TO WS-EL-MESSAGE.

           WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE.

           MOVE SPACES TO WS-EXCEPTION-TEXT.

       F-4850-WRITE-EXCEPTION-LINE. EXIT.

       4900-END-GRID-FILE.

           PERFORM 4150-END-GRID-ENTRY
           THRU  F-4150-END-GRID-ENTRY.

           MOVE WS-CHK-REC-NO TO WS-FS-RECORDS(WS-FILE-IX).
           MOVE 'CHECKED'     TO WS-FS-STATE(WS-FILE-IX).

       F-4900-END-GRID-FILE. EXIT.

      *    GENDTL: NUMERIC FIELDS AND GENERATION SEQUENCE WITHIN EACH
      *    RUN STAMP. THE LAST GENERATION AND POPULATION OF EACH RUN
      *    ARE KEPT FOR THE RUNHIST RECONCILIATION.
       5000-CHECK-GENDTL.

           MOVE 5      TO WS-FILE-IX.
           MOVE 'N'    TO WS-EOF-SWITCH.
           MOVE ZEROES TO WS-CHK-REC-NO.
           MOVE ZEROES TO WS-RUN-COUNT.

           OPEN INPUT DETAIL-FILE.

           EVALUATE WS-DTL-STATUS

               WHEN '00'

                   PERFORM 5010-READ-GENDTL
                   THRU  F-5010-READ-GENDTL
                   UNTIL WS-EOF-SWITCH = 'Y'

                   CLOSE DETAIL-FILE

                   MOVE WS-CHK-REC-NO TO WS-FS-RECORDS(WS-FILE-IX)
                   MOVE WS-RUN-COUNT  TO WS-FS-ENTRIES(WS-FILE-IX)
                   MOVE 'CHECKED'     TO WS-FS-STATE(WS-FILE-IX)

               WHEN '35'

                   CONTINUE

               WHEN OTHER

                   DISPLAY 'VERIFY ERROR: UNABLE TO OPEN GENDTL - '
                           'STATUS ' WS-DTL-STATUS
                   MOVE 'OPEN FAILED' TO WS-FS-STATE(WS-FILE-IX)
                   MOVE 'Y' TO WS-JOB-ERROR

           END-EVALUATE.

       F-5000-CHECK-GENDTL. EXIT.

       5010-READ-GENDTL.

           READ DETAIL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CHK-REC-NO
                   PERFORM 5100-CHECK-DETAIL-RECORD
                   THRU  F-5100-CHECK-DETAIL-RECORD
           END-READ.

       F-5010-READ-GENDTL. EXIT.

       5100-CHECK-DETAIL-RECORD.

           MOVE SPACES TO WS-CHK-ENTRY.

           IF  DTL-RUN-STAMP = SPACES
               MOVE 'RUN UNSTAMPED' TO WS-CHK-ENTRY
           ELSE
               STRING 'RUN '
                      DTL-RUN-STAMP
                      DELIMITED BY SIZE
                      INTO WS-CHK-ENTRY
           END-IF.

           IF  DTL-GENERATION IS NOT NUMERIC
            OR DTL-POPULATION IS NOT NUMERIC
            OR DTL-BIRTHS     IS NOT NUMERIC
            OR DTL-DEATHS     IS NOT NUMERIC
            OR DTL-NET-CHANGE IS NOT NUMERIC
            OR ( DTL-EDGE-LOSS NOT = SPACES
                 AND DTL-EDGE-LOSS IS NOT NUMERIC )

               MOVE 'NON-NUMERIC GENERATION DETAIL FIELD'
                    TO WS-EXCEPTION-TEXT
               PERFORM 4810-WRITE-ERROR
               THRU  F-4810-WRITE-ERROR

           ELSE

               MOVE DTL-GENERATION TO WS-DTL-GEN
               MOVE DTL-POPULATION TO WS-DTL-POP

               PERFORM 5200-FIND-RUN
               THRU  F-5200-FIND-RUN

               PERFORM 5300-CHECK-SEQUENCE
               THRU  F-5300-CHECK-SEQUENCE

           END-IF.

       F-5100-CHECK-DETAIL-RECORD. EXIT.

       5200-FIND-RUN.

           MOVE ZEROES TO WS-RUN-FOUND-IX.

           PERFORM 5210-FIND-RUN-ENTRY
           THRU  F-5210-FIND-RUN-ENTRY
           VARYING WS-RUN-IX FROM WS-RUN-COUNT BY -1
           UNTIL   WS-RUN-IX < 1
              OR   WS-RUN-FOUND-IX > 0.

           IF  WS-RUN-FOUND-IX = 0

               IF  WS-RUN-COUNT < 1000

                   ADD  1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT  TO WS-RUN-FOUND-IX
                   MOVE DTL-RUN-STAMP TO WS-RUN-TAB-STAMP(WS-RUN-COUNT)
                   MOVE ZEROES        TO WS-RUN-LAST-GEN(WS-RUN-COUNT)
                   MOVE ZEROES        TO WS-RUN-LAST-POP(WS-RUN-COUNT)
                   MOVE WS-CHK-REC-NO TO WS-RUN-FIRST-REC(WS-RUN-COUNT)
                   MOVE 'N'           TO WS-RUN-MATCHED(WS-RUN-COUNT)

               ELSE

                   IF  WS-RUN-FULL = 'N'
                       MOVE 'Y' TO WS-RUN-FULL
                       MOVE 'MORE THAN 1000 RUNS - LATER RUNS SKIPPED'
                            TO WS-EXCEPTION-TEXT
                       PERFORM 4830-WRITE-WARNING
                       THRU  F-4830-WRITE-WARNING
                   END-IF

               END-IF

           END-IF.

       F-5200-FIND-RUN. EXIT.

       5210-FIND-RUN-ENTRY.

           IF  WS-RUN-TAB-STAMP(WS-RUN-IX) = DTL-RUN-STAMP
               MOVE WS-RUN-IX TO WS-RUN-FOUND-IX
           END-IF.

       F-5210-FIND-RUN-ENTRY. EXIT.

      *    EACH RUN STARTS AT GENERATION 1 AND ADVANCES BY ONE.
      *    UNSTAMPED RECORDS PREDATE RUN STAMPING AND MAY HOLD SEVERAL
      *    RUNS, SO A RETURN TO GENERATION 1 IS ACCEPTED FOR THEM.
       5300-CHECK-SEQUENCE.

           IF  WS-RUN-FOUND-IX > 0

               COMPUTE WS-DTL-EXPECTED =
                       WS-RUN-LAST-GEN(WS-RUN-FOUND-IX) + 1

               IF  WS-DTL-GEN NOT = WS-DTL-EXPECTED
                   AND NOT ( DTL-RUN-STAMP = SPACES
                             AND WS-DTL-GEN = 1 )
                   MOVE WS-DTL-GEN      TO WS-NUM8-ED-A
                   MOVE WS-DTL-EXPECTED TO WS-NUM8-ED-B
                   MOVE SPACES          TO WS-EXCEPTION-TEXT
                   STRING 'OUT OF SEQUENCE - GENERATION '
                          WS-NUM8-ED-A
                          ', EXPECTED '
                          WS-NUM8-ED-B
                          DELIMITED BY SIZE
                          INTO WS-EXCEPTION-TEXT
                   PERFORM 4810-WRITE-ERROR
                   THRU  F-4810-WRITE-ERROR
               END-IF

               MOVE WS-DTL-GEN TO WS-RUN-LAST-GEN(WS-RUN-FOUND-IX)
               MOVE WS-DTL-POP TO WS-RUN-LAST-POP(WS-RUN-FOUND-IX)

           END-IF.

       F-5300-CHECK-SEQUENCE. EXIT.

      *    RUNHIST: EVERY 01-GAMEL RUN WITH GENERATION DETAIL MUST END
      *    ON THE SAME GENERATION AND POPULATION AS ITS RUNHIST LINE.
       6000-CHECK-RUNHIST.

           MOVE 6      TO WS-FILE-IX.
           MOVE 'N'    TO WS-EOF-SWITCH.
           MOVE ZEROES TO WS-CHK-REC-NO.

           OPEN INPUT HISTORY-FILE.

           EVALUATE WS-HIST-STATUS

               WHEN '00'

                   PERFORM 6010-READ-RUNHIST
                   THRU  F-6010-READ-RUNHIST
                   UNTIL WS-EOF-SWITCH = 'Y'

                   CLOSE HISTORY-FILE

                   MOVE WS-CHK-REC-NO TO WS-FS-RECORDS(WS-FILE-IX)
                   MOVE WS-CHK-REC-NO TO WS-FS-ENTRIES(WS-FILE-IX)
                   MOVE 'CHECKED'     TO WS-FS-STATE(WS-FILE-IX)

               WHEN '35'

                   CONTINUE

               WHEN OTHER

                   DISPLAY 'VERIFY ERROR: UNABLE TO OPEN RUNHIST - '
                           'STATUS ' WS-HIST-STATUS
                   MOVE 'OPEN FAILED' TO WS-FS-STATE(WS-FILE-IX)
                   MOVE 'Y' TO WS-JOB-ERROR

           END-EVALUATE.

           IF  WS-FS-STATE(5) = 'CHECKED'
               AND WS-FS-STATE(6) NOT = 'OPEN FAILED'
               MOVE 5      TO WS-FILE-IX
               MOVE ZEROES TO WS-CHK-REC-NO
               PERFORM 6200-CHECK-UNMATCHED-RUN
               THRU  F-6200-CHECK-UNMATCHED-RUN
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL   WS-RUN-IX > WS-RUN-COUNT
           END-IF.

       F-6000-CHECK-RUNHIST. EXIT.

       6010-READ-RUNHIST.

           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CHK-REC-NO
                   PERFORM 6100-CHECK-HISTORY-RECORD
                   THRU  F-6100-CHECK-HISTORY-RECORD
           END-READ.

       F-6010-READ-RUNHIST. EXIT.

       6100-CHECK-HISTORY-RECORD.

           MOVE SPACES TO WS-CHK-ENTRY.
           STRING 'RUN '
                  HIST-RUN-STAMP
                  DELIMITED BY SIZE
                  INTO WS-CHK-ENTRY.

           IF  HIST-RUN-STAMP IS NOT NUMERIC
            OR HIST-GENERATIONS IS NOT NUMERIC
            OR HIST-FINAL-POP   IS NOT NUMERIC

               MOVE 'NON-NUMERIC RUN STAMP, GENERATIONS OR FINAL POP'
                    TO WS-EXCEPTION-TEXT
               PERFORM 4810-WRITE-ERROR
               THRU  F-4810-WRITE-ERROR

           ELSE

               IF  HIST-SOURCE = 'L'
                   PERFORM 6150-RECONCILE-RUN
                   THRU  F-6150-RECONCILE-RUN
               END-IF

           END-IF.

       F-6100-CHECK-HISTORY-RECORD. EXIT.

       6150-RECONCILE-RUN.

           MOVE ZEROES TO WS-RUN-FOUND-IX.

           PERFORM 6160-FIND-HISTORY-RUN
           THRU  F-6160-FIND-HISTORY-RUN
           VARYING WS-RUN-IX FROM 1 BY 1
           UNTIL   WS-RUN-IX > WS-RUN-COUNT
              OR   WS-RUN-FOUND-IX > 0.

           IF  WS-RUN-FOUND-IX > 0

               MOVE 'Y' TO WS-RUN-MATCHED(WS-RUN-FOUND-IX)
               MOVE HIST-GENERATIONS TO WS-HIST-GENS
               MOVE HIST-FINAL-POP   TO WS-HIST-POP

               IF  WS-HIST-GENS NOT = WS-RUN-LAST-GEN(WS-RUN-FOUND-IX)
                   MOVE WS-HIST-GENS TO WS-NUM8-ED-A
                   MOVE WS-RUN-LAST-GEN(WS-RUN-FOUND-IX)
                     TO WS-NUM8-ED-B
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING 'GENERATIONS '
                          WS-NUM8-ED-A
                          ' BUT GENDTL ENDS AT '
                          WS-NUM8-ED-B
                          DELIMITED BY SIZE
                          INTO WS-EXCEPTION-TEXT
                   PERFORM 4810-WRITE-ERROR
                   THRU  F-4810-WRITE-ERROR
               END-IF

               IF  WS-HIST-POP NOT = WS-RUN-LAST-POP(WS-RUN-FOUND-IX)
                   MOVE WS-HIST-POP TO WS-NUM8-ED-A
                   MOVE WS-RUN-LAST-POP(WS-RUN-FOUND-IX)
                     TO WS-NUM8-ED-B
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING 'FINAL POP '
                          WS-NUM8-ED-A
                          ' BUT GENDTL ENDS WITH '
                          WS-NUM8-ED-B
                          DELIMITED BY SIZE
                          INTO WS-EXCEPTION-TEXT
                   PERFORM 4810-WRITE-ERROR
                   THRU  F-4810-WRITE-ERROR
               END-IF

           END-IF.

       F-6150-RECONCILE-RUN. EXIT.

       6160-FIND-HISTORY-RUN.

           IF  WS-RUN-TAB-STAMP(WS-RUN-IX) = HIST-RUN-STAMP
               MOVE WS-RUN-IX TO WS-RUN-FOUND-IX
           END-IF.

       F-6160-FIND-HISTORY-RUN. EXIT.

      *    A STAMPED GENDTL RUN WITH NO RUNHIST LINE IS ONLY A WARNING:
      *    THE RUN MAY HAVE ABENDED OR ITS LINE MAY HAVE BEEN PURGED.
       6200-CHECK-UNMATCHED-RUN.

           IF  WS-RUN-TAB-STAMP(WS-RUN-IX) NOT = SPACES
               AND WS-RUN-MATCHED(WS-RUN-IX) = 'N'
               MOVE SPACES TO WS-CHK-ENTRY
               STRING 'RUN '
                      WS-RUN-TAB-STAMP(WS-RUN-IX)
                      DELIMITED BY SIZE
                      INTO WS-CHK-ENTRY
               MOVE WS-RUN-FIRST-REC(WS-RUN-IX) TO WS-CHK-REC-NO
               MOVE 'GENDTL RUN HAS NO RUNHIST ENTRY'
                    TO WS-EXCEPTION-TEXT
               PERFORM 4830-WRITE-WARNING
               THRU  F-4830-WRITE-WARNING
           END-IF.

       F-6200-CHECK-UNMATCHED-RUN. EXIT.

       9000-WRITE-SUMMARY.

           IF  WS-TOTAL-ERRORS = 0 AND WS-TOTAL-WARNINGS = 0
               MOVE ' NO EXCEPTIONS FOUND' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           WRITE REPORT-RECORD FROM WS-SUMMARY-COLS-1.

           PERFORM 9100-WRITE-SUMMARY-LINE
           THRU  F-9100-WRITE-SUMMARY-LINE
           VARYING WS-FILE-IX FROM 1 BY 1
           UNTIL   WS-FILE-IX > 6.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO WS-SL-FILE.
           MOVE 'TOTAL'           TO WS-SL-STATE.
           MOVE WS-TOTAL-RECORDS  TO WS-SL-RECORDS.
           MOVE WS-TOTAL-ENTRIES  TO WS-SL-ENTRIES.
           MOVE WS-TOTAL-ERRORS   TO WS-SL-ERRORS.
           MOVE WS-TOTAL-WARNINGS TO WS-SL-WARNINGS.
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.

       F-9000-WRITE-SUMMARY. EXIT.

       9100-WRITE-SUMMARY-LINE.

           MOVE WS-FS-NAME(WS-FILE-IX)     TO WS-SL-FILE.
           MOVE WS-FS-STATE(WS-FILE-IX)    TO WS-SL-STATE.
           MOVE WS-FS-RECORDS(WS-FILE-IX)  TO WS-SL-RECORDS.
           MOVE WS-FS-ENTRIES(WS-FILE-IX)  TO WS-SL-ENTRIES.
           MOVE WS-FS-ERRORS(WS-FILE-IX)   TO WS-SL-ERRORS.
           MOVE WS-FS-WARNINGS(WS-FILE-IX) TO WS-SL-WARNINGS.

           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.

           ADD WS-FS-RECORDS(WS-FILE-IX) TO WS-TOTAL-RECORDS.
           ADD WS-FS-ENTRIES(WS-FILE-IX) TO WS-TOTAL-ENTRIES.

       F-9100-WRITE-SUMMARY-LINE. EXIT.

       9999-FINAL.

           CLOSE REPORT-FILE.

           DISPLAY 'INTEGRITY ERRORS:   ' WS-TOTAL-ERRORS.
           DISPLAY 'INTEGRITY WARNINGS: ' WS-TOTAL-WARNINGS.

       F-9999-FINAL. EXIT.
