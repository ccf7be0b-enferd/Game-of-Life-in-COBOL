           SELECT DETAIL-FILE-2 ASSIGN TO "GENDTL2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DTL2-STATUS.
           SELECT COMPARE-FILE ASSIGN TO "GENDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DTLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "DTLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DETAIL-FILE.
           05  DTL-DEATHS       PIC X(08).
           05  DTL-NET-SIGN     PIC X.
           05  DTL-NET-CHANGE   PIC X(08).
           05  DTL-RUN-STAMP    PIC X(14).
           05  DTL-EDGE-LOSS    PIC X(08).

       FD  DETAIL-FILE-2.
       01  DTL2-RECORD.
           05  DTL2-DEATHS      PIC X(08).
           05  DTL2-NET-SIGN    PIC X.
           05  DTL2-NET-CHANGE  PIC X(08).
           05  DTL2-RUN-STAMP   PIC X(14).
           05  DTL2-EDGE-LOSS   PIC X(08).

      *    SECOND READ PATH OVER GENDTL FOR COMPARING TWO RUNS.
       FD  COMPARE-FILE.
       01  CMP-RECORD.
           05  CMP-GENERATION   PIC X(08).
           05  CMP-POPULATION   PIC X(08).
           05  CMP-BIRTHS       PIC X(08).
           05  CMP-DEATHS       PIC X(08).
           05  CMP-NET-SIGN     PIC X.
           05  CMP-NET-CHANGE   PIC X(08).
           05  CMP-RUN-STAMP    PIC X(14).
           05  CMP-EDGE-LOSS    PIC X(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).

       FD  CONTROL-FILE.
       01  CTL-CARD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-DTL-STATUS        PIC XX       VALUE SPACES.
       01  WS-DTL2-STATUS       PIC XX       VALUE SPACES.
       01  WS-CMP-STATUS        PIC XX       VALUE SPACES.
       01  WS-RPT-STATUS        PIC XX       VALUE SPACES.
       01  WS-CTL-STATUS        PIC XX       VALUE SPACES.
       01  WS-CTL-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-JOB-ERROR         PIC X        VALUE 'N'.
       01  WS-JOB-WARNING       PIC X        VALUE 'N'.
       01  WS-TWO-FILES         PIC X        VALUE 'N'.
      *    CURRENT FILE 'A' = GENDTL RUN, 'B' = GENDTL2,
      *    'C' = GENDTL COMPARE RUN.
       01  WS-CURRENT-FILE      PIC X        VALUE 'A'.
       01  WS-DTL-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-RECORD-OK         PIC X        VALUE 'N'.
       01  WS-RECORD-IN-RUN     PIC X        VALUE 'Y'.

       01  WS-CTL-KEYWORD       PIC X(10)    VALUE SPACES.
       01  WS-CTL-VALUE         PIC X(70)    VALUE SPACES.

      *    RUN STAMPS SELECTED FROM GENDTL.  WITH NO RUN CARD THE
      *    LAST RUN ON THE FILE IS ANALYZED; A BLANK STAMP PICKS UP
      *    DETAIL WRITTEN BEFORE RECORDS CARRIED ONE.
       01  WS-RUN-FILTER        PIC X(14)    VALUE SPACES.
       01  WS-RUN-GIVEN         PIC X        VALUE 'N'.
       01  WS-COMPARE-FILTER    PIC X(14)    VALUE SPACES.
       01  WS-COMPARE-SWITCH    PIC X        VALUE 'N'.
       01  WS-TITLE-STAMP-A     PIC X(14)    VALUE SPACES.
       01  WS-TITLE-STAMP-B     PIC X(14)    VALUE SPACES.

       01  CT-CONSTANTS.
           05  CT-PHASE-MAX     PIC 9(03)    VALUE 200.
       01  WS-ANALYSIS-WORK.
           05  WS-AW-COUNT      PIC 9(08)    VALUE ZEROES.
           05  WS-AW-SKIP-COUNT PIC 9(08)    VALUE ZEROES.
           05  WS-AW-IN-RUN-COUNT
                                PIC 9(08)    VALUE ZEROES.
           05  WS-AW-FIRST-GEN  PIC 9(08)    VALUE ZEROES.
           05  WS-AW-LAST-GEN   PIC 9(08)    VALUE ZEROES.
           05  WS-AW-MIN-POP    PIC 9(08)    VALUE ZEROES.

               IF  WS-TWO-FILES = 'Y'

                   IF  WS-COMPARE-SWITCH = 'Y'
                       MOVE 'C' TO WS-CURRENT-FILE
                   ELSE
                       MOVE 'B' TO WS-CURRENT-FILE
                   END-IF
                   PERFORM 2000-ANALYZE-FILE
                   THRU  F-2000-ANALYZE-FILE


           IF  WS-JOB-ERROR = 'Y'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF  WS-JOB-WARNING = 'Y'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       F-MAIN-PROGRAM. GOBACK.

       1000-INIT.

           PERFORM 1100-READ-CONTROL-FILE
           THRU  F-1100-READ-CONTROL-FILE.

           IF  WS-JOB-ERROR NOT = 'Y'
               PERFORM 1010-OPEN-FILES
               THRU  F-1010-OPEN-FILES
           END-IF.

       F-1000-INIT. EXIT.

       1010-OPEN-FILES.

           OPEN INPUT DETAIL-FILE.

           IF  WS-DTL-STATUS NOT = '00'

           ELSE

               IF  WS-RUN-GIVEN NOT = 'Y'
                   MOVE 'N' TO WS-DTL-EOF-SWITCH
                   PERFORM 1050-FIND-LATEST-RUN
                   THRU  F-1050-FIND-LATEST-RUN
                   UNTIL WS-DTL-EOF-SWITCH = 'Y'
               END-IF

               CLOSE DETAIL-FILE

               MOVE WS-RUN-FILTER TO WS-TITLE-STAMP-A
               IF  WS-RUN-FILTER = SPACES
                   MOVE 'UNSTAMPED' TO WS-TITLE-STAMP-A
               END-IF

               IF  WS-COMPARE-SWITCH = 'Y'

      *            SECOND RUN COMES FROM GENDTL ITSELF
                   MOVE WS-COMPARE-FILTER TO WS-TITLE-STAMP-B
                   IF  WS-COMPARE-FILTER = SPACES
                       MOVE 'UNSTAMPED' TO WS-TITLE-STAMP-B
                   END-IF
                   MOVE 'Y' TO WS-TWO-FILES

               ELSE

                   OPEN INPUT DETAIL-FILE-2

                   EVALUATE WS-DTL2-STATUS

                       WHEN '00'

                           MOVE 'Y' TO WS-TWO-FILES
                           CLOSE DETAIL-FILE-2

                       WHEN '35'

      *                    NO SECOND FILE - SINGLE FILE ANALYSIS ONLY
                           MOVE 'N' TO WS-TWO-FILES

                       WHEN OTHER

                           DISPLAY 'ANALYSIS ERROR: UNABLE TO OPEN '
                                   'GENDTL2 - STATUS ' WS-DTL2-STATUS
                           MOVE 'Y' TO WS-JOB-ERROR

                   END-EVALUATE

               END-IF

               IF  WS-JOB-ERROR NOT = 'Y'


           END-IF.

       F-1010-OPEN-FILES. EXIT.

       1050-FIND-LATEST-RUN.

           READ DETAIL-FILE
               AT END
                   MOVE 'Y' TO WS-DTL-EOF-SWITCH
               NOT AT END
                   MOVE DTL-RUN-STAMP TO WS-RUN-FILTER
           END-READ.

       F-1050-FIND-LATEST-RUN. EXIT.

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

      *            NO CONTROL FILE - ANALYZE THE LATEST RUN
                   CONTINUE

               WHEN OTHER

                   DISPLAY 'ANALYSIS ERROR: UNABLE TO OPEN DTLCTL - '
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

      *    A BLANK STAMP SELECTS THE UNSTAMPED RECORDS WRITTEN
      *    BEFORE GENDTL CARRIED A RUN STAMP.
           EVALUATE TRUE

               WHEN WS-CTL-KEYWORD NOT = 'RUN'
                AND WS-CTL-KEYWORD NOT = 'COMPARE'

                   DISPLAY 'ANALYSIS ERROR: CARD REJECTED - ' CTL-CARD
                   MOVE 'Y' TO WS-JOB-ERROR

               WHEN WS-CTL-VALUE(15 :) NOT = SPACES
                OR  ( WS-CTL-VALUE(1 : 14) IS NOT NUMERIC
                  AND WS-CTL-VALUE(1 : 14) NOT = SPACES )

                   DISPLAY 'ANALYSIS ERROR: CARD REJECTED - ' CTL-CARD
                   MOVE 'Y' TO WS-JOB-ERROR

               WHEN WS-CTL-KEYWORD = 'RUN'

                   MOVE WS-CTL-VALUE(1 : 14) TO WS-RUN-FILTER
                   MOVE 'Y'                  TO WS-RUN-GIVEN

               WHEN OTHER

                   MOVE WS-CTL-VALUE(1 : 14) TO WS-COMPARE-FILTER
                   MOVE 'Y'                  TO WS-COMPARE-SWITCH

           END-EVALUATE.

       F-1160-PARSE-CONTROL-CARD. EXIT.

       2000-ANALYZE-FILE.

           INITIALIZE WS-PHASE-TABLE.
           MOVE 'N' TO WS-DTL-EOF-SWITCH.

           EVALUATE WS-CURRENT-FILE
               WHEN 'A'
                   OPEN INPUT DETAIL-FILE
               WHEN 'B'
                   OPEN INPUT DETAIL-FILE-2
               WHEN OTHER
                   OPEN INPUT COMPARE-FILE
           END-EVALUATE.

           PERFORM 2100-READ-DETAIL-RECORD
           THRU  F-2100-READ-DETAIL-RECORD
           UNTIL WS-DTL-EOF-SWITCH = 'Y'.

           EVALUATE WS-CURRENT-FILE
               WHEN 'A'
                   CLOSE DETAIL-FILE
               WHEN 'B'
                   CLOSE DETAIL-FILE-2
               WHEN OTHER
                   CLOSE COMPARE-FILE
           END-EVALUATE.

           PERFORM 2500-CLOSE-OPEN-PHASE
           THRU  F-2500-CLOSE-OPEN-PHASE.
           THRU  F-2150-GET-NEXT-RECORD.

           IF  WS-DTL-EOF-SWITCH NOT = 'Y'
               AND WS-RECORD-IN-RUN = 'Y'

               IF  WS-RECORD-OK = 'Y'
                   PERFORM 2200-TALLY-RECORD
       2150-GET-NEXT-RECORD.

           MOVE 'N' TO WS-RECORD-OK.
           MOVE 'Y' TO WS-RECORD-IN-RUN.

           EVALUATE WS-CURRENT-FILE

               WHEN 'A'

                   READ DETAIL-FILE
                       AT END
                           MOVE 'Y' TO WS-DTL-EOF-SWITCH
                       NOT AT END
                           PERFORM 2160-VALIDATE-RECORD-A
                           THRU  F-2160-VALIDATE-RECORD-A
                   END-READ

               WHEN 'B'

                   READ DETAIL-FILE-2
                       AT END
                           MOVE 'Y' TO WS-DTL-EOF-SWITCH
                       NOT AT END
                           PERFORM 2170-VALIDATE-RECORD-B
                           THRU  F-2170-VALIDATE-RECORD-B
                   END-READ

               WHEN OTHER

                   READ COMPARE-FILE
                       AT END
                           MOVE 'Y' TO WS-DTL-EOF-SWITCH
                       NOT AT END
                           PERFORM 2180-VALIDATE-RECORD-C
                           THRU  F-2180-VALIDATE-RECORD-C
                   END-READ

           END-EVALUATE.

       F-2150-GET-NEXT-RECORD. EXIT.

       2160-VALIDATE-RECORD-A.

           IF  DTL-RUN-STAMP NOT = WS-RUN-FILTER
               MOVE 'N' TO WS-RECORD-IN-RUN
           ELSE
               ADD 1 TO WS-AW-IN-RUN-COUNT
           END-IF.

           IF  WS-RECORD-IN-RUN = 'Y'
               AND DTL-GENERATION IS NUMERIC
               AND DTL-POPULATION IS NUMERIC
               AND DTL-BIRTHS IS NUMERIC
               AND DTL-DEATHS IS NUMERIC

       F-2170-VALIDATE-RECORD-B. EXIT.

       2180-VALIDATE-RECORD-C.

           IF  CMP-RUN-STAMP NOT = WS-COMPARE-FILTER
               MOVE 'N' TO WS-RECORD-IN-RUN
           ELSE
               ADD 1 TO WS-AW-IN-RUN-COUNT
           END-IF.

           IF  WS-RECORD-IN-RUN = 'Y'
               AND CMP-GENERATION IS NUMERIC
               AND CMP-POPULATION IS NUMERIC
               AND CMP-BIRTHS IS NUMERIC
               AND CMP-DEATHS IS NUMERIC
               AND CMP-NET-CHANGE IS NUMERIC
               AND ( CMP-NET-SIGN = '+' OR CMP-NET-SIGN = '-' )
               MOVE 'Y'            TO WS-RECORD-OK
               MOVE CMP-GENERATION TO WS-CR-GENERATION
               MOVE CMP-POPULATION TO WS-CR-POPULATION
               MOVE CMP-BIRTHS     TO WS-CR-BIRTHS
               MOVE CMP-DEATHS     TO WS-CR-DEATHS
               MOVE CMP-NET-SIGN   TO WS-CR-NET-SIGN
               MOVE CMP-NET-CHANGE TO WS-CR-NET-CHANGE
           END-IF.

       F-2180-VALIDATE-RECORD-C. EXIT.

       2200-TALLY-RECORD.

           ADD 1 TO WS-AW-COUNT.

       3000-PRINT-ANALYSIS.

           MOVE SPACES TO WS-ST-TITLE.

           EVALUATE WS-CURRENT-FILE
               WHEN 'A'
                   STRING 'GENERATION DETAIL ANALYSIS - GENDTL RUN '
                          WS-TITLE-STAMP-A
                          DELIMITED BY SIZE
                          INTO WS-ST-TITLE
               WHEN 'B'
                   MOVE 'GENERATION DETAIL ANALYSIS - FILE GENDTL2'
                     TO WS-ST-TITLE
               WHEN OTHER
                   STRING 'GENERATION DETAIL ANALYSIS - GENDTL RUN '
                          WS-TITLE-STAMP-B
                          DELIMITED BY SIZE
                          INTO WS-ST-TITLE
           END-EVALUATE.

           WRITE REPORT-RECORD FROM WS-SECTION-TITLE-LINE.

               MOVE SPACE TO WS-PD-CTL
               MOVE 'NO USABLE DETAIL RECORDS - ANALYSIS SKIPPED'
                    TO WS-PD-TEXT

               EVALUATE TRUE
                   WHEN WS-CURRENT-FILE = 'A'
                    AND WS-RUN-GIVEN = 'Y'
                    AND WS-AW-IN-RUN-COUNT = 0
                       MOVE SPACES TO WS-PD-TEXT
                       STRING 'RUN '
                              DELIMITED BY SIZE
                              WS-TITLE-STAMP-A
                              DELIMITED BY SPACE
                              ' NOT IN GENDTL - ANALYSIS SKIPPED'
                              DELIMITED BY SIZE
                              INTO WS-PD-TEXT
                       MOVE 'Y' TO WS-JOB-WARNING
                   WHEN WS-CURRENT-FILE = 'C'
                    AND WS-AW-IN-RUN-COUNT = 0
                       MOVE SPACES TO WS-PD-TEXT
                       STRING 'RUN '
                              DELIMITED BY SIZE
                              WS-TITLE-STAMP-B
                              DELIMITED BY SPACE
                              ' NOT IN GENDTL - ANALYSIS SKIPPED'
                              DELIMITED BY SIZE
                              INTO WS-PD-TEXT
                       MOVE 'Y' TO WS-JOB-WARNING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               WRITE REPORT-RECORD FROM WS-PRINT-DETAIL-LINE

           ELSE

       5000-PRINT-SIDE-BY-SIDE.

           MOVE SPACES TO WS-ST-TITLE.

           IF  WS-COMPARE-SWITCH = 'Y'
               STRING 'SIDE BY SIDE - RUN ' WS-TITLE-STAMP-A
                      ' VS RUN ' WS-TITLE-STAMP-B
                      DELIMITED BY SIZE
                      INTO WS-ST-TITLE
               OPEN INPUT COMPARE-FILE
           ELSE
               MOVE 'SIDE BY SIDE COMPARISON - GENDTL VS GENDTL2'
                 TO WS-ST-TITLE
               OPEN INPUT DETAIL-FILE-2
           END-IF.

           WRITE REPORT-RECORD FROM WS-SECTION-TITLE-LINE.

           WRITE REPORT-RECORD FROM WS-PAIR-COLS-1.
           WRITE REPORT-RECORD FROM WS-PAIR-COLS-2.

           OPEN INPUT DETAIL-FILE.

           MOVE 'N' TO WS-A-EOF.
           MOVE 'N' TO WS-B-EOF.
           UNTIL WS-A-EOF = 'Y' AND WS-B-EOF = 'Y'.

           CLOSE DETAIL-FILE.

           IF  WS-COMPARE-SWITCH = 'Y'
               CLOSE COMPARE-FILE
           ELSE
               CLOSE DETAIL-FILE-2
           END-IF.

       F-5000-PRINT-SIDE-BY-SIDE. EXIT.

       5200-READ-SIDE-B.

           MOVE 'N' TO WS-RECORD-OK.
           MOVE 'N' TO WS-DTL-EOF-SWITCH.

           IF  WS-COMPARE-SWITCH = 'Y'
               MOVE 'C' TO WS-CURRENT-FILE
           ELSE
               MOVE 'B' TO WS-CURRENT-FILE
           END-IF.

           PERFORM 2150-GET-NEXT-RECORD
           THRU  F-2150-GET-NEXT-RECORD
           UNTIL WS-RECORD-OK = 'Y'
