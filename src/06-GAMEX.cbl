           05  HIST-SOURCE     PIC X.
           05  HIST-SCEN-SEQ   PIC X(03).
           05  HIST-TRIAL-NO   PIC X(03).
           05  HIST-SEED-SOURCE
                                PIC X(08).
           05  HIST-RANDOM-SEED
                                PIC X(08).
           05  HIST-DENSITY    PIC X(04).

       FD  DETAIL-FILE.
       01  DTL-RECORD.
           05  DTL-DEATHS       PIC X(08).
           05  DTL-NET-SIGN     PIC X.
           05  DTL-NET-CHANGE   PIC X(08).
           05  DTL-RUN-STAMP    PIC X(14).
           05  DTL-EDGE-LOSS    PIC X(08).

       FD  HIST-EXPORT-FILE.
       01  HIST-EXPORT-RECORD   PIC X(132).
       01  WS-CTL-VALUE         PIC X(70)    VALUE SPACES.

       01  WS-MONTH-FILTER      PIC X(06)    VALUE SPACES.
       01  WS-RUN-FILTER        PIC X(14)    VALUE SPACES.

       01  WS-EXPORT-COUNTS.
           05  WS-HIST-EXPORTED PIC 9(08)    VALUE ZEROES.

           MOVE FUNCTION UPPER-CASE(WS-CTL-KEYWORD) TO WS-CTL-KEYWORD.

           EVALUATE TRUE

               WHEN WS-CTL-KEYWORD = 'MONTH'
                AND WS-CTL-VALUE(1 : 6) IS NUMERIC
                AND WS-CTL-VALUE(7 :) = SPACES

                   MOVE WS-CTL-VALUE(1 : 6) TO WS-MONTH-FILTER

               WHEN WS-CTL-KEYWORD = 'RUN'
                AND WS-CTL-VALUE(1 : 14) IS NUMERIC
                AND WS-CTL-VALUE(15 :) = SPACES

                   MOVE WS-CTL-VALUE(1 : 14) TO WS-RUN-FILTER

               WHEN OTHER

                   DISPLAY 'EXPORT ERROR: CARD REJECTED - ' CTL-CARD
                   MOVE 'Y' TO WS-JOB-ERROR

           END-EVALUATE.

       F-1160-PARSE-CONTROL-CARD. EXIT.


           ELSE

               IF  ( WS-MONTH-FILTER = SPACES
                  OR HIST-RUN-MONTH = WS-MONTH-FILTER )
               AND ( WS-RUN-FILTER = SPACES
                  OR HIST-RUN-STAMP = WS-RUN-FILTER )

                   PERFORM 2200-BUILD-HISTORY-LINE
                   THRU  F-2200-BUILD-HISTORY-LINE

                       MOVE SPACES TO DTL-EXPORT-RECORD
                       STRING 'GENERATION;POPULATION;BIRTHS;DEATHS;'
                              'NET_CHANGE;RUN_STAMP;EDGE_LOSS'
                              DELIMITED BY SIZE
                              INTO DTL-EXPORT-RECORD
                       WRITE DTL-EXPORT-RECORD
               AT END
                   MOVE 'Y' TO WS-DTL-EOF-SWITCH
               NOT AT END
                   IF  WS-RUN-FILTER = SPACES
                    OR DTL-RUN-STAMP = WS-RUN-FILTER
                       PERFORM 3150-CHECK-DETAIL-RECORD
                       THRU  F-3150-CHECK-DETAIL-RECORD
                   END-IF
           END-READ.

       F-3100-PROCESS-DETAIL. EXIT.

       3150-CHECK-DETAIL-RECORD.

           IF  DTL-GENERATION IS NUMERIC
               AND DTL-POPULATION IS NUMERIC
               AND DTL-BIRTHS IS NUMERIC
               AND DTL-DEATHS IS NUMERIC
               AND DTL-NET-CHANGE IS NUMERIC
               PERFORM 3200-BUILD-DETAIL-LINE
               THRU  F-3200-BUILD-DETAIL-LINE
           ELSE
               ADD 1 TO WS-DTL-SKIPPED
           END-IF.

       F-3150-CHECK-DETAIL-RECORD. EXIT.

       3200-BUILD-DETAIL-LINE.

           ADD 1 TO WS-DTL-EXPORTED.
           MOVE FUNCTION NUMVAL(DTL-NET-CHANGE) TO WS-FMT-NUMBER.
           PERFORM 8000-FORMAT-NUMBER
           THRU  F-8000-FORMAT-NUMBER.
           PERFORM 8100-APPEND-FIELD
           THRU  F-8100-APPEND-FIELD.

           IF  DTL-RUN-STAMP NOT = SPACES
               MOVE DTL-RUN-STAMP
                 TO WS-EXP-BUFFER(WS-EXP-LEN + 1 : 14)
               ADD  14 TO WS-EXP-LEN
           END-IF.

           MOVE CT-DELIMITER TO WS-EXP-BUFFER(WS-EXP-LEN + 1 : 1).
           ADD  1 TO WS-EXP-LEN.

      *    RECORDS WRITTEN BEFORE EDGE-LOSS ACCOUNTING LEAVE IT EMPTY.
           IF  DTL-EDGE-LOSS IS NUMERIC
               MOVE FUNCTION NUMVAL(DTL-EDGE-LOSS) TO WS-FMT-NUMBER
               PERFORM 8000-FORMAT-NUMBER
               THRU  F-8000-FORMAT-NUMBER
               MOVE WS-FLD-TEXT(1 : WS-FLD-LEN)
                 TO WS-EXP-BUFFER(WS-EXP-LEN + 1 : WS-FLD-LEN)
               ADD  WS-FLD-LEN TO WS-EXP-LEN
           END-IF.

           MOVE WS-EXP-BUFFER(1 : 80) TO DTL-EXPORT-RECORD.
           WRITE DTL-EXPORT-RECORD.
