           05  SCEN-SEED-ROW    PIC X(03).
           05  SCEN-SEED-COL    PIC X(03).
           05  SCEN-DENSITY     PIC X(04).
           05  SCEN-RANDOM-SEED PIC X(08).
       01  SCEN-RECORD-NUM REDEFINES SCEN-RECORD.
           05  SCEN-HEIGHT-NUM  PIC 9(03).
           05  SCEN-WIDTH-NUM   PIC 9(03).
           05  SCEN-SEED-COL-NUM
                                PIC 9(03).
           05  SCEN-DENSITY-NUM PIC 9V999.
           05  SCEN-RANDOM-SEED-NUM
                                PIC 9(08).

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD       PIC X(132).
           05  HIST-SOURCE      PIC X.
           05  HIST-SCEN-SEQ    PIC 9(03).
           05  HIST-TRIAL-NO    PIC 9(03).
      *    SEED SOURCE OF THE RUN; FOR A RANDOM BOARD ALSO THE
      *    GENERATOR SEED AND CELL DENSITY IT WAS BUILT WITH.
           05  HIST-SEED-SOURCE PIC X(08).
           05  HIST-RANDOM-SEED PIC 9(08).
           05  HIST-DENSITY     PIC 9V999.

       WORKING-STORAGE SECTION.

           05  WS-SCEN-SEED-ROW PIC 9(03)    VALUE 2.
           05  WS-SCEN-SEED-COL PIC 9(03)    VALUE 2.
           05  WS-SCEN-DENSITY  PIC 9V999    VALUE ZEROES.
      *    TRIAL N OF A RANDOM SCENARIO IS SEEDED WITH BASE + N - 1.
           05  WS-SCEN-BASE-SEED
                                PIC 9(08)    VALUE ZEROES.
           05  WS-PAT-ROW       PIC 9(03)    VALUE ZEROES.
           05  WS-PAT-COL       PIC 9(03)    VALUE ZEROES.

           05  WS-GENERATION    PIC 9(08)    VALUE ZEROES.
           05  WS-LIVE-COUNT    PIC 9(08)    VALUE ZEROES.
           05  WS-TRIAL-NO      PIC 9(03)    VALUE ZEROES.
           05  WS-TRIAL-SEED    PIC 9(08)    VALUE ZEROES.
           05  WS-TRIAL-EXTINCT PIC X        VALUE 'N'.
           05  WS-STEADY-STATE  PIC X        VALUE 'N'.
           05  WS-SAME-AS-GEN-1 PIC X        VALUE 'N'.
           05  FILLER           PIC X(09)    VALUE '  MIN POP'.
           05  FILLER           PIC X(10)    VALUE '   MAX POP'.
           05  FILLER           PIC X(11)    VALUE '    AVG POP'.
           05  FILLER           PIC X(10)    VALUE ' BASE SEED'.
           05  FILLER           PIC X(16)    VALUE SPACES.

       01  WS-SUMM-COLS-2.
           05  FILLER           PIC X        VALUE SPACE.
           05  FILLER           PIC X(09)    VALUE ' --------'.
           05  FILLER           PIC X(10)    VALUE '  --------'.
           05  FILLER           PIC X(11)    VALUE ' ----------'.
           05  FILLER           PIC X(10)    VALUE '  --------'.
           05  FILLER           PIC X(16)    VALUE SPACES.

       01  WS-SUMM-DETAIL-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  SD-MAX-POP       PIC ZZZZZZZ9.
           05  FILLER           PIC X        VALUE SPACE.
           05  SD-AVG-POP       PIC ZZZZZZ9,99.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  SD-BASE-SEED     PIC X(08).
           05  FILLER           PIC X(07)    VALUE SPACES.

       01  WS-SUMM-TRAILER-LINE.
           05  FILLER           PIC X        VALUE SPACE.
               END-IF
           END-IF.

           IF  WS-SCEN-VALID = 'Y'
               IF  SCEN-RANDOM-SEED = SPACES
                   COMPUTE WS-SCEN-BASE-SEED =
                           FUNCTION RANDOM() * 100000000
               ELSE
                   IF  SCEN-RANDOM-SEED IS NUMERIC
                       MOVE SCEN-RANDOM-SEED-NUM TO WS-SCEN-BASE-SEED
                   ELSE
                       MOVE 'N' TO WS-SCEN-VALID
                       MOVE 'BAD RANDOM SEED' TO WS-ER-REASON
                   END-IF
               END-IF
           END-IF.

           IF  WS-SCEN-VALID = 'Y'

               EVALUATE WS-SCEN-SEED-SOURCE
           MOVE 'B'              TO HIST-SOURCE.
           MOVE WS-SCEN-SEQ      TO HIST-SCEN-SEQ.
           MOVE WS-TRIAL-NO      TO HIST-TRIAL-NO.
           MOVE WS-SCEN-SEED-SOURCE
                                 TO HIST-SEED-SOURCE.

           IF  WS-SCEN-SEED-SOURCE = 'RANDOM'
               MOVE WS-TRIAL-SEED
                                 TO HIST-RANDOM-SEED
               MOVE WS-SCEN-DENSITY
                                 TO HIST-DENSITY
           ELSE
               MOVE ZEROES       TO HIST-RANDOM-SEED
               MOVE ZEROES       TO HIST-DENSITY
           END-IF.

           EVALUATE TRUE
               WHEN WS-TRIAL-EXTINCT = 'Y'

               WHEN OTHER

                   COMPUTE WS-TRIAL-SEED = FUNCTION MOD
                           (WS-SCEN-BASE-SEED + WS-TRIAL-NO - 1,
                            100000000)
                   MOVE FUNCTION RANDOM(WS-TRIAL-SEED) TO WS-FECHA

                   PERFORM 1500-CREATE-RANDOM-CELLS
                   THRU  F-1500-CREATE-RANDOM-CELLS
                   VARYING WS-X FROM 1 BY 1
           MOVE WS-SCEN-MAX-POP      TO SD-MAX-POP.
           MOVE WS-SCEN-AVG-POP      TO SD-AVG-POP.

           IF  WS-SCEN-SEED-SOURCE = 'RANDOM'
               MOVE WS-SCEN-BASE-SEED TO SD-BASE-SEED
           ELSE
               MOVE SPACES            TO SD-BASE-SEED
           END-IF.

           WRITE SUMMARY-RECORD FROM WS-SUMM-DETAIL-LINE.

       F-2900-WRITE-SCENARIO-LINE. EXIT.
