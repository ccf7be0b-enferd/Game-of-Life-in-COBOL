       IDENTIFICATION DIVISION.
       PROGRAM-ID. 10-GAMEJ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "JNLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MAINTJNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT PATTERN-FILE ASSIGN TO "PATLIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "GRIDARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT WORK-FILE ASSIGN TO "JNLWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "JNLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CTL-CARD             PIC X(80).

      *    MAINTENANCE JOURNAL WRITTEN BY 02-GAMES AND BY THIS
      *    PROGRAM.  EACH CHANGE IS A HEADER ('H') FOLLOWED BY THE
      *    ROWS ('D') OF THE ENTRY AS IT STOOD BEFORE THE CHANGE.
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

       FD  PATTERN-FILE.
       01  PAT-RECORD           PIC X(301).

       FD  ARCHIVE-FILE.
       01  ARCH-RECORD          PIC X(301).

      *    THE RESTORED PATLIB OR GRIDARCH, COPIED BACK OVER IT ONCE
      *    THE RESTORE HAS BEEN JOURNALED.
       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(301).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CTL-STATUS        PIC XX       VALUE SPACES.
       01  WS-JNL-STATUS        PIC XX       VALUE SPACES.
       01  WS-PAT-STATUS        PIC XX       VALUE SPACES.
       01  WS-ARCH-STATUS       PIC XX       VALUE SPACES.
       01  WS-WORK-STATUS       PIC XX       VALUE SPACES.
       01  WS-RPT-STATUS        PIC XX       VALUE SPACES.
       01  WS-TGT-STATUS        PIC XX       VALUE SPACES.
       01  WS-CTL-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-JNL-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-TGT-EOF-SWITCH    PIC X        VALUE 'N'.
       01  WS-WORK-EOF-SWITCH   PIC X        VALUE 'N'.
       01  WS-JNL-PRESENT       PIC X        VALUE 'N'.
       01  WS-JOB-ERROR         PIC X        VALUE 'N'.
       01  WS-JOB-WARNING       PIC X        VALUE 'N'.

       01  WS-CTL-KEYWORD       PIC X(10)    VALUE SPACES.
       01  WS-CTL-VALUE         PIC X(70)    VALUE SPACES.
       01  WS-CTL-NUMBER        PIC 9(08)    VALUE ZEROES.
       01  WS-CTL-NUM-OK        PIC X        VALUE 'N'.
       01  WS-CTL-POS           PIC 9(02)    VALUE ZEROES.
       01  WS-CTL-DIGIT         PIC 9        VALUE ZEROES.

      *    SELECTIONS FROM JNLCTL - ALL OPTIONAL.
       01  WS-SEL-FILE          PIC X(08)    VALUE SPACES.
       01  WS-SEL-NAME          PIC X(16)    VALUE SPACES.
       01  WS-SEL-IMAGES        PIC X        VALUE 'N'.
       01  WS-RESTORE-GIVEN     PIC X        VALUE 'N'.
       01  WS-RESTORE-SEQ       PIC 9(08)    VALUE ZEROES.

       01  WS-RUN-STAMP         PIC X(14)    VALUE SPACES.
       01  WS-USER-ID           PIC X(08)    VALUE SPACES.

       01  CT-CONSTANTS.
           05  CT-LIVING-CELL   PIC X        VALUE '@'.
           05  CT-MAX-ROWS      PIC 9(03)    VALUE 300.
           05  CT-LIB-MAX-ENTRIES
                                PIC 9(03)    VALUE 50.
           05  CT-ARCH-MAX-ENTRIES
                                PIC 9(03)    VALUE 10.
           05  CT-IMAGE-SHOWN   PIC 9(03)    VALUE 115.

       01  WS-TOTALS.
           05  WS-TOT-ENTRIES   PIC 9(08).
           05  WS-TOT-LISTED    PIC 9(08).
           05  WS-TOT-ADDS      PIC 9(08).
           05  WS-TOT-UPDATES   PIC 9(08).
           05  WS-TOT-DELETES   PIC 9(08).
           05  WS-TOT-SKIPPED   PIC 9(08).

      *    THE JOURNAL ENTRY BEING READ, HELD UNTIL ITS ROWS ARE IN.
       01  WS-ENT-ACTIVE        PIC X        VALUE 'N'.
       01  WS-ENT-SEQ           PIC 9(08)    VALUE ZEROES.
       01  WS-ENT-STAMP         PIC X(14)    VALUE SPACES.
       01  WS-ENT-USER          PIC X(08)    VALUE SPACES.
       01  WS-ENT-PROGRAM       PIC X(08)    VALUE SPACES.
       01  WS-ENT-FILE-ID       PIC X(08)    VALUE SPACES.
       01  WS-ENT-ACTION        PIC X        VALUE SPACES.
       01  WS-ENT-NAME          PIC X(16)    VALUE SPACES.
       01  WS-ENT-HEIGHT        PIC 9(03)    VALUE ZEROES.
       01  WS-ENT-WIDTH         PIC 9(03)    VALUE ZEROES.
       01  WS-ENT-ARCH-STAMP    PIC 9(14)    VALUE ZEROES.
       01  WS-ENT-ROWS          PIC 9(03)    VALUE ZEROES.
       01  WS-ENT-LIVE          PIC 9(08)    VALUE ZEROES.
       01  WS-ENT-IMAGE.
           05  WS-ENT-LINE      PIC X(300)   OCCURS 300 TIMES.
       01  WS-ENT-ROW-IX        PIC 9(03)    VALUE ZEROES.

      *    THE BEFORE-IMAGE CHOSEN FOR RESTORE.
       01  WS-RST-FOUND         PIC X        VALUE 'N'.
       01  WS-RST-STAMP         PIC X(14)    VALUE SPACES.
       01  WS-RST-FILE-ID       PIC X(08)    VALUE SPACES.
       01  WS-RST-ACTION        PIC X        VALUE SPACES.
       01  WS-RST-NAME          PIC X(16)    VALUE SPACES.
       01  WS-RST-HEIGHT        PIC 9(03)    VALUE ZEROES.
       01  WS-RST-WIDTH         PIC 9(03)    VALUE ZEROES.
       01  WS-RST-ARCH-STAMP    PIC 9(14)    VALUE ZEROES.
       01  WS-RST-ROWS          PIC 9(03)    VALUE ZEROES.
       01  WS-RST-IMAGE.
           05  WS-RST-LINE      PIC X(300)   OCCURS 300 TIMES.
       01  WS-RST-HAS-IMAGE     PIC X        VALUE 'N'.
       01  WS-RST-FAILED        PIC X        VALUE 'N'.
       01  WS-RST-NEW-ACTION    PIC X        VALUE SPACES.
       01  WS-RST-JOURNALED     PIC X        VALUE 'N'.
       01  WS-RST-RESULT        PIC X(40)    VALUE SPACES.

      *    THE ENTRY AS IT STANDS IN THE FILE BEFORE THE RESTORE.
       01  WS-CUR-HEIGHT        PIC 9(03)    VALUE ZEROES.
       01  WS-CUR-WIDTH         PIC 9(03)    VALUE ZEROES.
       01  WS-CUR-ARCH-STAMP    PIC 9(14)    VALUE ZEROES.
       01  WS-CUR-ROWS          PIC 9(03)    VALUE ZEROES.
       01  WS-CUR-IMAGE.
           05  WS-CUR-LINE      PIC X(300)   OCCURS 300 TIMES.

       01  WS-TGT-HDR-TYPE      PIC X        VALUE SPACES.
       01  WS-TGT-MAX-ENTRIES   PIC 9(03)    VALUE ZEROES.
       01  WS-TGT-ENTRIES       PIC 9(03)    VALUE ZEROES.
       01  WS-TGT-FOUND         PIC X        VALUE 'N'.
       01  WS-TGT-SKIPPING      PIC X        VALUE 'N'.
       01  WS-WORK-WRITTEN      PIC 9(08)    VALUE ZEROES.
       01  WS-TGT-REWRITTEN     PIC 9(08)    VALUE ZEROES.

      *    A PATLIB OR GRIDARCH RECORD, WITH THE HEADER OF EACH.
       01  WS-TGT-RECORD.
           05  WS-TGT-REC-TYPE  PIC X.
           05  WS-TGT-NAME      PIC X(16).
           05  FILLER           PIC X(284).
       01  WS-TGT-PAT-HEADER REDEFINES WS-TGT-RECORD.
           05  FILLER           PIC X(17).
           05  WS-TGT-PAT-HEIGHT
                                PIC 9(03).
           05  WS-TGT-PAT-WIDTH PIC 9(03).
           05  FILLER           PIC X(278).
       01  WS-TGT-ARCH-HEADER REDEFINES WS-TGT-RECORD.
           05  FILLER           PIC X(17).
           05  WS-TGT-ARCH-STAMP
                                PIC 9(14).
           05  WS-TGT-ARCH-HEIGHT
                                PIC 9(03).
           05  WS-TGT-ARCH-WIDTH
                                PIC 9(03).
           05  FILLER           PIC X(264).
       01  WS-TGT-DATA REDEFINES WS-TGT-RECORD.
           05  FILLER           PIC X.
           05  WS-TGT-DATA-LINE PIC X(300).

       01  WS-REPORT-HEADER-LINE.
           05  FILLER           PIC X        VALUE '1'.
           05  FILLER           PIC X(05)    VALUE SPACES.
           05  FILLER           PIC X(49)
               VALUE 'CONWAYS GAME OF LIFE - MAINTENANCE JOURNAL'.
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

       01  WS-DETAIL-COLS-1.
           05  FILLER           PIC X        VALUE SPACE.
           05  FILLER           PIC X(08)    VALUE '     SEQ'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(14)    VALUE 'DATE/TIME'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(08)    VALUE 'USER'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(08)    VALUE 'PROGRAM'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(08)    VALUE 'FILE'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(06)    VALUE 'ACTION'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(16)    VALUE 'ENTRY NAME'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(09)    VALUE '   SIZE'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(08)    VALUE '    LIVE'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(14)    VALUE 'GRID STAMP'.
           05  FILLER           PIC X(10)    VALUE SPACES.

       01  WS-DETAIL-COLS-2.
           05  FILLER           PIC X        VALUE SPACE.
           05  FILLER           PIC X(08)    VALUE '--------'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(14)    VALUE '--------------'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(08)    VALUE '--------'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(08)    VALUE '--------'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(08)    VALUE '--------'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(06)    VALUE '------'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(16)
               VALUE '----------------'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(09)    VALUE '---------'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(08)    VALUE '--------'.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  FILLER           PIC X(14)    VALUE '--------------'.
           05  FILLER           PIC X(10)    VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-DL-SEQ        PIC ZZZZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-DL-STAMP      PIC X(14)    VALUE SPACES.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-DL-USER       PIC X(08)    VALUE SPACES.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-DL-PROGRAM    PIC X(08)    VALUE SPACES.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-DL-FILE       PIC X(08)    VALUE SPACES.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-DL-ACTION     PIC X(06)    VALUE SPACES.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-DL-NAME       PIC X(16)    VALUE SPACES.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-DL-SIZE.
               10  WS-DL-HEIGHT PIC ZZ9.
               10  FILLER       PIC X(03)    VALUE ' X '.
               10  WS-DL-WIDTH  PIC ZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-DL-LIVE-AREA.
               10  WS-DL-LIVE   PIC ZZZZZZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-DL-ARCH-STAMP PIC X(14)    VALUE SPACES.
           05  FILLER           PIC X(10)    VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER           PIC X(08)    VALUE SPACES.
           05  FILLER           PIC X(04)    VALUE 'ROW '.
           05  WS-IL-ROW        PIC ZZ9.
           05  FILLER           PIC X(02)    VALUE SPACES.
           05  WS-IL-TEXT       PIC X(115)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER           PIC X        VALUE SPACE.
           05  WS-TL-LABEL      PIC X(34)    VALUE SPACES.
           05  WS-TL-COUNT      PIC ZZZZZZZZZZZ9.
           05  FILLER           PIC X(85)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.

           PERFORM 1000-INIT
           THRU  F-1000-INIT.

           IF  WS-JOB-ERROR NOT = 'Y'

               IF  WS-JNL-PRESENT = 'Y'

                   PERFORM 2000-READ-JOURNAL
                   THRU  F-2000-READ-JOURNAL
                   UNTIL WS-JNL-EOF-SWITCH = 'Y'

                   PERFORM 2300-FINISH-ENTRY
                   THRU  F-2300-FINISH-ENTRY

                   CLOSE JOURNAL-FILE

               END-IF

               PERFORM 9000-WRITE-TOTALS
               THRU  F-9000-WRITE-TOTALS

               IF  WS-RESTORE-GIVEN = 'Y'

                   PERFORM 3000-RESTORE-ENTRY
                   THRU  F-3000-RESTORE-ENTRY

                   PERFORM 9200-WRITE-RESTORE-RESULT
                   THRU  F-9200-WRITE-RESTORE-RESULT

               END-IF

               PERFORM 9999-FINAL
               THRU  F-9999-FINAL

           END-IF.

           EVALUATE TRUE
               WHEN WS-JOB-ERROR = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-RST-FAILED = 'Y'
                   MOVE 8  TO RETURN-CODE
               WHEN WS-JOB-WARNING = 'Y'
                   MOVE 4  TO RETURN-CODE
           END-EVALUATE.

       F-MAIN-PROGRAM. GOBACK.

       1000-INIT.

           MOVE ZEROES TO WS-TOTALS.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.

           PERFORM 1100-READ-CONTROL-FILE
           THRU  F-1100-READ-CONTROL-FILE.

           IF  WS-JOB-ERROR NOT = 'Y'
               PERFORM 1300-OPEN-FILES
               THRU  F-1300-OPEN-FILES
           END-IF.

           IF  WS-JOB-ERROR NOT = 'Y'
               PERFORM 1400-WRITE-HEADINGS
               THRU  F-1400-WRITE-HEADINGS
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

      *            NO CARDS - LIST THE WHOLE JOURNAL
                   CONTINUE

               WHEN OTHER

                   DISPLAY 'JOURNAL ERROR: UNABLE TO OPEN JNLCTL - '
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

               WHEN 'RESTORE'

                   PERFORM 1170-GET-NUMERIC-VALUE
                   THRU  F-1170-GET-NUMERIC-VALUE
                   IF  WS-CTL-NUM-OK = 'Y'
                       AND WS-CTL-NUMBER > 0
                       AND WS-RESTORE-GIVEN = 'N'
                       MOVE WS-CTL-NUMBER TO WS-RESTORE-SEQ
                       MOVE 'Y'           TO WS-RESTORE-GIVEN
                   ELSE
                       PERFORM 1180-REJECT-CARD
                       THRU  F-1180-REJECT-CARD
                   END-IF

               WHEN 'FILE'

                   MOVE FUNCTION UPPER-CASE(WS-CTL-VALUE)
                     TO WS-CTL-VALUE
                   IF  WS-CTL-VALUE = 'PATLIB'
                    OR WS-CTL-VALUE = 'GRIDARCH'
                       MOVE WS-CTL-VALUE TO WS-SEL-FILE
                   ELSE
                       PERFORM 1180-REJECT-CARD
                       THRU  F-1180-REJECT-CARD
                   END-IF

               WHEN 'NAME'

                   MOVE FUNCTION UPPER-CASE(WS-CTL-VALUE)
                     TO WS-CTL-VALUE
                   IF  WS-CTL-VALUE NOT = SPACES
                       AND WS-CTL-VALUE(17 :) = SPACES
                       MOVE WS-CTL-VALUE TO WS-SEL-NAME
                   ELSE
                       PERFORM 1180-REJECT-CARD
                       THRU  F-1180-REJECT-CARD
                   END-IF

               WHEN 'IMAGES'

                   MOVE FUNCTION UPPER-CASE(WS-CTL-VALUE)
                     TO WS-CTL-VALUE
                   IF  WS-CTL-VALUE = 'Y'
                    OR WS-CTL-VALUE = 'N'
                       MOVE WS-CTL-VALUE TO WS-SEL-IMAGES
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

           DISPLAY 'JOURNAL ERROR: CARD REJECTED - ' CTL-CARD.
           MOVE 'Y' TO WS-JOB-ERROR.

       F-1180-REJECT-CARD. EXIT.

       1300-OPEN-FILES.

           MOVE 'N' TO WS-JNL-EOF-SWITCH.

           OPEN INPUT JOURNAL-FILE.

           EVALUATE WS-JNL-STATUS

               WHEN '00'

                   MOVE 'Y' TO WS-JNL-PRESENT

               WHEN '35'

      *            NOTHING HAS BEEN JOURNALED YET
                   MOVE 'N' TO WS-JNL-PRESENT

               WHEN OTHER

                   DISPLAY 'JOURNAL ERROR: UNABLE TO OPEN MAINTJNL - '
                           'STATUS ' WS-JNL-STATUS
                   MOVE 'Y' TO WS-JOB-ERROR

           END-EVALUATE.

           IF  WS-JOB-ERROR NOT = 'Y'

               OPEN OUTPUT REPORT-FILE

               IF  WS-RPT-STATUS NOT = '00'

                   DISPLAY 'JOURNAL ERROR: UNABLE TO OPEN JNLRPT - '
                           'STATUS ' WS-RPT-STATUS
                   MOVE 'Y' TO WS-JOB-ERROR

                   IF  WS-JNL-PRESENT = 'Y'
                       CLOSE JOURNAL-FILE
                   END-IF

               END-IF

           END-IF.

       F-1300-OPEN-FILES. EXIT.

       1400-WRITE-HEADINGS.

           MOVE WS-RUN-STAMP TO WS-RH-DATETIME.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-LINE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'FILE SELECTED . . . . . . . . . :' TO WS-PL-LABEL.
           IF  WS-SEL-FILE = SPACES
               MOVE 'ALL'       TO WS-PL-VALUE
           ELSE
               MOVE WS-SEL-FILE TO WS-PL-VALUE
           END-IF.
           WRITE REPORT-RECORD FROM WS-PARM-LINE.

           MOVE 'ENTRY NAME SELECTED . . . . . . :' TO WS-PL-LABEL.
           IF  WS-SEL-NAME = SPACES
               MOVE 'ALL'       TO WS-PL-VALUE
           ELSE
               MOVE WS-SEL-NAME TO WS-PL-VALUE
           END-IF.
           WRITE REPORT-RECORD FROM WS-PARM-LINE.

           MOVE 'BEFORE-IMAGES PRINTED . . . . . :' TO WS-PL-LABEL.
           IF  WS-SEL-IMAGES = 'Y'
               MOVE 'YES' TO WS-PL-VALUE
           ELSE
               MOVE 'NO'  TO WS-PL-VALUE
           END-IF.
           WRITE REPORT-RECORD FROM WS-PARM-LINE.

           IF  WS-JNL-PRESENT = 'N'
               MOVE 'MAINTJNL. . . . . . . . . . . . :'
                    TO WS-PL-LABEL
               MOVE 'NOT PRESENT - NO CHANGES JOURNALED'
                    TO WS-PL-VALUE
               WRITE REPORT-RECORD FROM WS-PARM-LINE
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE ' SIZE, LIVE CELLS AND GRID STAMP DESCRIBE THE ENTRY '
                TO REPORT-RECORD.
           MOVE 'AS IT STOOD BEFORE THE CHANGE'
                TO REPORT-RECORD(53 :).
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           WRITE REPORT-RECORD FROM WS-DETAIL-COLS-1.
           WRITE REPORT-RECORD FROM WS-DETAIL-COLS-2.

       F-1400-WRITE-HEADINGS. EXIT.

       2000-READ-JOURNAL.

           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JNL-EOF-SWITCH
               NOT AT END
                   EVALUATE JNL-REC-TYPE
                       WHEN 'H'
                           PERFORM 2100-JOURNAL-HEADER
                           THRU  F-2100-JOURNAL-HEADER
                       WHEN 'D'
                           PERFORM 2200-JOURNAL-DATA
                           THRU  F-2200-JOURNAL-DATA
                       WHEN OTHER
                           ADD 1 TO WS-TOT-SKIPPED
                   END-EVALUATE
           END-READ.

       F-2000-READ-JOURNAL. EXIT.

       2100-JOURNAL-HEADER.

           PERFORM 2300-FINISH-ENTRY
           THRU  F-2300-FINISH-ENTRY.

           ADD  1                TO WS-TOT-ENTRIES.
           MOVE WS-TOT-ENTRIES   TO WS-ENT-SEQ.
           MOVE 'Y'              TO WS-ENT-ACTIVE.
           MOVE JNL-HEADER-RECORD(2 : 14)
                                 TO WS-ENT-STAMP.
           MOVE JNL-USER         TO WS-ENT-USER.
           MOVE JNL-PROGRAM      TO WS-ENT-PROGRAM.
           MOVE JNL-FILE-ID      TO WS-ENT-FILE-ID.
           MOVE JNL-ACTION       TO WS-ENT-ACTION.
           MOVE JNL-NAME         TO WS-ENT-NAME.
           MOVE ZEROES           TO WS-ENT-ROWS.
           MOVE SPACES           TO WS-ENT-IMAGE.

           IF  JNL-HEIGHT IS NUMERIC
               AND JNL-HEIGHT NOT > CT-MAX-ROWS
               MOVE JNL-HEIGHT TO WS-ENT-HEIGHT
           ELSE
               MOVE ZEROES     TO WS-ENT-HEIGHT
           END-IF.

           IF  JNL-WIDTH IS NUMERIC
               MOVE JNL-WIDTH  TO WS-ENT-WIDTH
           ELSE
               MOVE ZEROES     TO WS-ENT-WIDTH
           END-IF.

           IF  JNL-ARCH-STAMP IS NUMERIC
               MOVE JNL-ARCH-STAMP TO WS-ENT-ARCH-STAMP
           ELSE
               MOVE ZEROES         TO WS-ENT-ARCH-STAMP
           END-IF.

       F-2100-JOURNAL-HEADER. EXIT.

       2200-JOURNAL-DATA.

           IF  WS-ENT-ACTIVE = 'Y'
               AND WS-ENT-ROWS < WS-ENT-HEIGHT
               ADD  1             TO WS-ENT-ROWS
               MOVE JNL-DATA-LINE TO WS-ENT-LINE(WS-ENT-ROWS)
           ELSE
               ADD  1             TO WS-TOT-SKIPPED
           END-IF.

       F-2200-JOURNAL-DATA. EXIT.

       2300-FINISH-ENTRY.

           IF  WS-ENT-ACTIVE = 'Y'

               MOVE 'N' TO WS-ENT-ACTIVE

               IF  WS-ENT-SEQ = WS-RESTORE-SEQ
                   PERFORM 2340-KEEP-RESTORE-IMAGE
                   THRU  F-2340-KEEP-RESTORE-IMAGE
               END-IF

               IF  (WS-SEL-FILE = SPACES
                    OR WS-SEL-FILE = WS-ENT-FILE-ID)
                   AND (WS-SEL-NAME = SPACES
                    OR WS-SEL-NAME = WS-ENT-NAME)
                   PERFORM 2320-WRITE-DETAIL-LINE
                   THRU  F-2320-WRITE-DETAIL-LINE
               END-IF

           END-IF.

       F-2300-FINISH-ENTRY. EXIT.

       2310-COUNT-LIVE-CELLS.

           INSPECT WS-ENT-LINE(WS-ENT-ROW-IX)(1 : WS-ENT-WIDTH)
                   TALLYING WS-ENT-LIVE FOR ALL CT-LIVING-CELL.

       F-2310-COUNT-LIVE-CELLS. EXIT.

       2320-WRITE-DETAIL-LINE.

           ADD 1 TO WS-TOT-LISTED.

           MOVE ZEROES TO WS-ENT-LIVE.

           IF  WS-ENT-WIDTH > 0
               AND WS-ENT-WIDTH NOT > CT-MAX-ROWS
               PERFORM 2310-COUNT-LIVE-CELLS
               THRU  F-2310-COUNT-LIVE-CELLS
               VARYING WS-ENT-ROW-IX FROM 1 BY 1
               UNTIL   WS-ENT-ROW-IX > WS-ENT-ROWS
           END-IF.

           MOVE WS-ENT-SEQ     TO WS-DL-SEQ.
           MOVE WS-ENT-STAMP   TO WS-DL-STAMP.
           MOVE WS-ENT-USER    TO WS-DL-USER.
           MOVE WS-ENT-PROGRAM TO WS-DL-PROGRAM.
           MOVE WS-ENT-FILE-ID TO WS-DL-FILE.
           MOVE WS-ENT-NAME    TO WS-DL-NAME.

           EVALUATE WS-ENT-ACTION
               WHEN 'A'
                   MOVE 'ADD'    TO WS-DL-ACTION
                   ADD  1        TO WS-TOT-ADDS
               WHEN 'U'
                   MOVE 'UPDATE' TO WS-DL-ACTION
                   ADD  1        TO WS-TOT-UPDATES
               WHEN 'D'
                   MOVE 'DELETE' TO WS-DL-ACTION
                   ADD  1        TO WS-TOT-DELETES
               WHEN OTHER
                   MOVE WS-ENT-ACTION TO WS-DL-ACTION
           END-EVALUATE.

      *    AN ADD HAS NO BEFORE-IMAGE
           IF  WS-ENT-HEIGHT = 0
               MOVE SPACES         TO WS-DL-SIZE
               MOVE SPACES         TO WS-DL-LIVE-AREA
           ELSE
               MOVE ' X '          TO WS-DL-SIZE(4 : 3)
               MOVE WS-ENT-HEIGHT  TO WS-DL-HEIGHT
               MOVE WS-ENT-WIDTH   TO WS-DL-WIDTH
               MOVE WS-ENT-LIVE    TO WS-DL-LIVE
           END-IF.

           IF  WS-ENT-ARCH-STAMP = 0
               MOVE SPACES            TO WS-DL-ARCH-STAMP
           ELSE
               MOVE WS-ENT-ARCH-STAMP TO WS-DL-ARCH-STAMP
           END-IF.

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

           IF  WS-SEL-IMAGES = 'Y'
               AND WS-ENT-ROWS > 0

               PERFORM 2330-WRITE-IMAGE-ROW
               THRU  F-2330-WRITE-IMAGE-ROW
               VARYING WS-ENT-ROW-IX FROM 1 BY 1
               UNTIL   WS-ENT-ROW-IX > WS-ENT-ROWS

               IF  WS-ENT-WIDTH > CT-IMAGE-SHOWN
                   MOVE SPACES TO REPORT-RECORD
                   MOVE '(ONLY THE FIRST 115 COLUMNS ARE SHOWN)'
                        TO REPORT-RECORD(18 :)
                   WRITE REPORT-RECORD
               END-IF

               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD

           END-IF.

       F-2320-WRITE-DETAIL-LINE. EXIT.

       2330-WRITE-IMAGE-ROW.

           MOVE WS-ENT-ROW-IX TO WS-IL-ROW.
           MOVE SPACES        TO WS-IL-TEXT.

           IF  WS-ENT-WIDTH > CT-IMAGE-SHOWN
               MOVE WS-ENT-LINE(WS-ENT-ROW-IX) TO WS-IL-TEXT
           ELSE
               IF  WS-ENT-WIDTH > 0
                   MOVE WS-ENT-LINE(WS-ENT-ROW-IX)(1 : WS-ENT-WIDTH)
                     TO WS-IL-TEXT
               END-IF
           END-IF.

           WRITE REPORT-RECORD FROM WS-IMAGE-LINE.

       F-2330-WRITE-IMAGE-ROW. EXIT.

       2340-KEEP-RESTORE-IMAGE.

           MOVE 'Y'               TO WS-RST-FOUND.
           MOVE WS-ENT-STAMP      TO WS-RST-STAMP.
           MOVE WS-ENT-FILE-ID    TO WS-RST-FILE-ID.
           MOVE WS-ENT-ACTION     TO WS-RST-ACTION.
           MOVE WS-ENT-NAME       TO WS-RST-NAME.
           MOVE WS-ENT-HEIGHT     TO WS-RST-HEIGHT.
           MOVE WS-ENT-WIDTH      TO WS-RST-WIDTH.
           MOVE WS-ENT-ARCH-STAMP TO WS-RST-ARCH-STAMP.
           MOVE WS-ENT-ROWS       TO WS-RST-ROWS.
           MOVE WS-ENT-IMAGE      TO WS-RST-IMAGE.

       F-2340-KEEP-RESTORE-IMAGE. EXIT.

      *    RESTORE PUTS THE CHOSEN BEFORE-IMAGE BACK IN ITS FILE:
      *    IT REPLACES THE ENTRY OF THE SAME NAME, OR IS ADDED IF
      *    THAT ENTRY IS GONE.  RESTORING AN ADD (NO BEFORE-IMAGE)
      *    REMOVES THE ENTRY.  THE RESTORE IS ITSELF JOURNALED
      *    BEFORE THE FILE IS REWRITTEN.
       3000-RESTORE-ENTRY.

           MOVE 'N'    TO WS-RST-FAILED.
           MOVE 'N'    TO WS-RST-JOURNALED.
           MOVE SPACES TO WS-RST-NEW-ACTION.

           IF  WS-RST-FOUND = 'N'
               MOVE 'JOURNAL ENTRY NOT FOUND' TO WS-RST-RESULT
               MOVE 'Y' TO WS-RST-FAILED
           END-IF.

           IF  WS-RST-FAILED NOT = 'Y'
               EVALUATE WS-RST-FILE-ID
                   WHEN 'PATLIB'
                       MOVE 'P'                 TO WS-TGT-HDR-TYPE
                       MOVE CT-LIB-MAX-ENTRIES  TO WS-TGT-MAX-ENTRIES
                   WHEN 'GRIDARCH'
                       MOVE 'H'                 TO WS-TGT-HDR-TYPE
                       MOVE CT-ARCH-MAX-ENTRIES TO WS-TGT-MAX-ENTRIES
                   WHEN OTHER
                       MOVE 'UNKNOWN FILE IN JOURNAL - NOT RESTORED'
                            TO WS-RST-RESULT
                       MOVE 'Y' TO WS-RST-FAILED
               END-EVALUATE
           END-IF.

           IF  WS-RST-FAILED NOT = 'Y'
               IF  WS-RST-HEIGHT > 0
                   IF  WS-RST-ROWS < WS-RST-HEIGHT
                       OR WS-RST-WIDTH = 0
                       OR WS-RST-WIDTH > CT-MAX-ROWS
                       MOVE 'BEFORE-IMAGE INCOMPLETE - NOT RESTORED'
                            TO WS-RST-RESULT
                       MOVE 'Y' TO WS-RST-FAILED
                   ELSE
                       MOVE 'Y' TO WS-RST-HAS-IMAGE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-RST-HAS-IMAGE
               END-IF
           END-IF.

           IF  WS-RST-FAILED NOT = 'Y'
               PERFORM 3100-BUILD-WORK-FILE
               THRU  F-3100-BUILD-WORK-FILE
           END-IF.

           IF  WS-RST-FAILED NOT = 'Y'
               IF  WS-RST-NEW-ACTION = SPACES
                   MOVE 'ENTRY ALREADY ABSENT - NOTHING CHANGED'
                        TO WS-RST-RESULT
                   MOVE 'Y' TO WS-JOB-WARNING
               ELSE
                   PERFORM 3300-JOURNAL-RESTORE
                   THRU  F-3300-JOURNAL-RESTORE
                   IF  WS-RST-JOURNALED NOT = 'Y'
                       MOVE 'MAINTJNL NOT WRITTEN - NOT RESTORED'
                            TO WS-RST-RESULT
                       MOVE 'Y' TO WS-RST-FAILED
                   END-IF
               END-IF
           END-IF.

           IF  WS-RST-JOURNALED = 'Y'

               PERFORM 3400-REWRITE-TARGET
               THRU  F-3400-REWRITE-TARGET

               IF  WS-RST-FAILED = 'Y'
                   MOVE 'REWRITE FAILED - SEE JOB LOG' TO WS-RST-RESULT
               ELSE
                   EVALUATE WS-RST-NEW-ACTION
                       WHEN 'U'
                           MOVE 'ENTRY REPLACED BY BEFORE-IMAGE'
                                TO WS-RST-RESULT
                       WHEN 'A'
                           MOVE 'ENTRY RE-ADDED FROM BEFORE-IMAGE'
                                TO WS-RST-RESULT
                       WHEN 'D'
                           MOVE 'ENTRY REMOVED - JOURNALED ADD UNDONE'
                                TO WS-RST-RESULT
                   END-EVALUATE
               END-IF

           END-IF.

       F-3000-RESTORE-ENTRY. EXIT.

       3100-BUILD-WORK-FILE.

           MOVE 'N'    TO WS-TGT-EOF-SWITCH.
           MOVE 'N'    TO WS-TGT-FOUND.
           MOVE 'N'    TO WS-TGT-SKIPPING.
           MOVE ZEROES TO WS-TGT-ENTRIES.
           MOVE ZEROES TO WS-WORK-WRITTEN.
           MOVE ZEROES TO WS-CUR-ROWS.
           MOVE SPACES TO WS-CUR-IMAGE.

           IF  WS-RST-FILE-ID = 'PATLIB'
               OPEN INPUT PATTERN-FILE
               MOVE WS-PAT-STATUS  TO WS-TGT-STATUS
           ELSE
               OPEN INPUT ARCHIVE-FILE
               MOVE WS-ARCH-STATUS TO WS-TGT-STATUS
           END-IF.

           EVALUATE WS-TGT-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
      *            NO FILE - EVERY ENTRY IS GONE
                   MOVE 'Y' TO WS-TGT-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'JOURNAL ERROR: UNABLE TO OPEN '
                           WS-RST-FILE-ID ' - STATUS ' WS-TGT-STATUS
                   MOVE 'FILE ERROR - NOT RESTORED' TO WS-RST-RESULT
                   MOVE 'Y' TO WS-RST-FAILED
           END-EVALUATE.

           IF  WS-RST-FAILED NOT = 'Y'

               OPEN OUTPUT WORK-FILE

               IF  WS-WORK-STATUS NOT = '00'
                   DISPLAY 'JOURNAL ERROR: UNABLE TO OPEN JNLWORK - '
                           'STATUS ' WS-WORK-STATUS
                   MOVE 'FILE ERROR - NOT RESTORED' TO WS-RST-RESULT
                   MOVE 'Y' TO WS-RST-FAILED
                   PERFORM 3190-CLOSE-TARGET
                   THRU  F-3190-CLOSE-TARGET
               ELSE
                   PERFORM 3105-COPY-TARGET
                   THRU  F-3105-COPY-TARGET
               END-IF

           END-IF.

       F-3100-BUILD-WORK-FILE. EXIT.

       3105-COPY-TARGET.

           PERFORM 3110-READ-TARGET
           THRU  F-3110-READ-TARGET
           UNTIL WS-TGT-EOF-SWITCH = 'Y'.

           EVALUATE TRUE
               WHEN WS-TGT-FOUND = 'Y'
                AND WS-RST-HAS-IMAGE = 'Y'
                   MOVE 'U' TO WS-RST-NEW-ACTION
               WHEN WS-TGT-FOUND = 'Y'
                   MOVE 'D' TO WS-RST-NEW-ACTION
               WHEN WS-RST-HAS-IMAGE = 'Y'
                   IF  WS-TGT-ENTRIES < WS-TGT-MAX-ENTRIES
                       MOVE 'A' TO WS-RST-NEW-ACTION
                       PERFORM 3150-WRITE-RESTORED-IMAGE
                       THRU  F-3150-WRITE-RESTORED-IMAGE
                   ELSE
                       MOVE 'FILE FULL - NOT RESTORED'
                            TO WS-RST-RESULT
                       MOVE 'Y' TO WS-RST-FAILED
                   END-IF
           END-EVALUATE.

           CLOSE WORK-FILE.

           IF  WS-TGT-STATUS NOT = '35'
               PERFORM 3190-CLOSE-TARGET
               THRU  F-3190-CLOSE-TARGET
           END-IF.

       F-3105-COPY-TARGET. EXIT.

       3110-READ-TARGET.

           IF  WS-RST-FILE-ID = 'PATLIB'
               READ PATTERN-FILE INTO WS-TGT-RECORD
                   AT END
                       MOVE 'Y' TO WS-TGT-EOF-SWITCH
               END-READ
           ELSE
               READ ARCHIVE-FILE INTO WS-TGT-RECORD
                   AT END
                       MOVE 'Y' TO WS-TGT-EOF-SWITCH
               END-READ
           END-IF.

           IF  WS-TGT-EOF-SWITCH NOT = 'Y'
               PERFORM 3120-PROCESS-TARGET-RECORD
               THRU  F-3120-PROCESS-TARGET-RECORD
           END-IF.

       F-3110-READ-TARGET. EXIT.

       3120-PROCESS-TARGET-RECORD.

           IF  WS-TGT-REC-TYPE = WS-TGT-HDR-TYPE

               ADD 1 TO WS-TGT-ENTRIES

               IF  WS-TGT-NAME = WS-RST-NAME
                   AND WS-TGT-FOUND = 'N'
                   MOVE 'Y' TO WS-TGT-FOUND
                   MOVE 'Y' TO WS-TGT-SKIPPING
                   PERFORM 3130-CAPTURE-CURRENT-HEADER
                   THRU  F-3130-CAPTURE-CURRENT-HEADER
                   IF  WS-RST-HAS-IMAGE = 'Y'
                       PERFORM 3150-WRITE-RESTORED-IMAGE
                       THRU  F-3150-WRITE-RESTORED-IMAGE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-TGT-SKIPPING
                   PERFORM 3160-WRITE-WORK-RECORD
                   THRU  F-3160-WRITE-WORK-RECORD
               END-IF

           ELSE

      *        THE ROWS OF THE ENTRY BEING REPLACED ARE KEPT AS THE
      *        BEFORE-IMAGE OF THE RESTORE
               IF  WS-TGT-SKIPPING = 'Y'
                   IF  WS-TGT-REC-TYPE = 'D'
                       AND WS-CUR-ROWS < WS-CUR-HEIGHT
                       ADD  1 TO WS-CUR-ROWS
                       MOVE WS-TGT-DATA-LINE
                         TO WS-CUR-LINE(WS-CUR-ROWS)
                   END-IF
               ELSE
                   PERFORM 3160-WRITE-WORK-RECORD
                   THRU  F-3160-WRITE-WORK-RECORD
               END-IF

           END-IF.

       F-3120-PROCESS-TARGET-RECORD. EXIT.

       3130-CAPTURE-CURRENT-HEADER.

           MOVE ZEROES TO WS-CUR-HEIGHT.
           MOVE ZEROES TO WS-CUR-WIDTH.
           MOVE ZEROES TO WS-CUR-ARCH-STAMP.

           IF  WS-RST-FILE-ID = 'PATLIB'
               IF  WS-TGT-PAT-HEIGHT IS NUMERIC
                   AND WS-TGT-PAT-WIDTH IS NUMERIC
                   MOVE WS-TGT-PAT-HEIGHT TO WS-CUR-HEIGHT
                   MOVE WS-TGT-PAT-WIDTH  TO WS-CUR-WIDTH
               END-IF
           ELSE
               IF  WS-TGT-ARCH-HEIGHT IS NUMERIC
                   AND WS-TGT-ARCH-WIDTH IS NUMERIC
                   MOVE WS-TGT-ARCH-HEIGHT TO WS-CUR-HEIGHT
                   MOVE WS-TGT-ARCH-WIDTH  TO WS-CUR-WIDTH
               END-IF
               IF  WS-TGT-ARCH-STAMP IS NUMERIC
                   MOVE WS-TGT-ARCH-STAMP  TO WS-CUR-ARCH-STAMP
               END-IF
           END-IF.

           IF  WS-CUR-HEIGHT > CT-MAX-ROWS
               MOVE CT-MAX-ROWS TO WS-CUR-HEIGHT
           END-IF.

       F-3130-CAPTURE-CURRENT-HEADER. EXIT.

       3150-WRITE-RESTORED-IMAGE.

           MOVE SPACES          TO WS-TGT-RECORD.
           MOVE WS-TGT-HDR-TYPE TO WS-TGT-REC-TYPE.
           MOVE WS-RST-NAME     TO WS-TGT-NAME.

           IF  WS-RST-FILE-ID = 'PATLIB'
               MOVE WS-RST-HEIGHT     TO WS-TGT-PAT-HEIGHT
               MOVE WS-RST-WIDTH      TO WS-TGT-PAT-WIDTH
           ELSE
               MOVE WS-RST-ARCH-STAMP TO WS-TGT-ARCH-STAMP
               MOVE WS-RST-HEIGHT     TO WS-TGT-ARCH-HEIGHT
               MOVE WS-RST-WIDTH      TO WS-TGT-ARCH-WIDTH
           END-IF.

           PERFORM 3160-WRITE-WORK-RECORD
           THRU  F-3160-WRITE-WORK-RECORD.

           PERFORM 3155-WRITE-RESTORED-ROW
           THRU  F-3155-WRITE-RESTORED-ROW
           VARYING WS-ENT-ROW-IX FROM 1 BY 1
           UNTIL   WS-ENT-ROW-IX > WS-RST-HEIGHT.

       F-3150-WRITE-RESTORED-IMAGE. EXIT.

       3155-WRITE-RESTORED-ROW.

           MOVE SPACES                      TO WS-TGT-RECORD.
           MOVE 'D'                         TO WS-TGT-REC-TYPE.
           MOVE WS-RST-LINE(WS-ENT-ROW-IX)  TO WS-TGT-DATA-LINE.

           PERFORM 3160-WRITE-WORK-RECORD
           THRU  F-3160-WRITE-WORK-RECORD.

       F-3155-WRITE-RESTORED-ROW. EXIT.

       3160-WRITE-WORK-RECORD.

           WRITE WORK-RECORD FROM WS-TGT-RECORD.

           IF  WS-WORK-STATUS = '00'
               ADD 1 TO WS-WORK-WRITTEN
           ELSE
               IF  WS-RST-FAILED NOT = 'Y'
                   DISPLAY 'JOURNAL ERROR: WRITE TO JNLWORK FAILED - '
                           'STATUS ' WS-WORK-STATUS
                   MOVE 'FILE ERROR - NOT RESTORED' TO WS-RST-RESULT
                   MOVE 'Y' TO WS-RST-FAILED
               END-IF
           END-IF.

       F-3160-WRITE-WORK-RECORD. EXIT.

       3190-CLOSE-TARGET.

           IF  WS-RST-FILE-ID = 'PATLIB'
               CLOSE PATTERN-FILE
           ELSE
               CLOSE ARCHIVE-FILE
           END-IF.

       F-3190-CLOSE-TARGET. EXIT.

      *    THE ENTRY AS IT STOOD BEFORE THE RESTORE IS JOURNALED SO
      *    THE RESTORE CAN ITSELF BE UNDONE.
       3300-JOURNAL-RESTORE.

           OPEN EXTEND JOURNAL-FILE.

           IF  WS-JNL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

           IF  WS-JNL-STATUS NOT = '00'
               DISPLAY 'JOURNAL ERROR: UNABLE TO OPEN MAINTJNL FOR '
                       'OUTPUT - STATUS ' WS-JNL-STATUS
           ELSE

               PERFORM 3310-GET-USER
               THRU  F-3310-GET-USER

               IF  WS-RST-NEW-ACTION = 'A'
                   MOVE ZEROES TO WS-CUR-HEIGHT
                   MOVE ZEROES TO WS-CUR-WIDTH
                   MOVE ZEROES TO WS-CUR-ARCH-STAMP
               END-IF

               MOVE SPACES            TO JNL-HEADER-RECORD
               MOVE 'H'               TO JNL-REC-TYPE
               MOVE WS-RUN-STAMP      TO JNL-HEADER-RECORD(2 : 14)
               MOVE WS-USER-ID        TO JNL-USER
               MOVE '10-GAMEJ'        TO JNL-PROGRAM
               MOVE WS-RST-FILE-ID    TO JNL-FILE-ID
               MOVE WS-RST-NEW-ACTION TO JNL-ACTION
               MOVE WS-RST-NAME       TO JNL-NAME
               MOVE WS-CUR-HEIGHT     TO JNL-HEIGHT
               MOVE WS-CUR-WIDTH      TO JNL-WIDTH
               MOVE WS-CUR-ARCH-STAMP TO JNL-ARCH-STAMP
               WRITE JNL-HEADER-RECORD

               IF  WS-JNL-STATUS = '00'
                   MOVE 'Y' TO WS-RST-JOURNALED
                   PERFORM 3320-WRITE-JOURNAL-ROW
                   THRU  F-3320-WRITE-JOURNAL-ROW
                   VARYING WS-ENT-ROW-IX FROM 1 BY 1
                   UNTIL   WS-ENT-ROW-IX > WS-CUR-HEIGHT
                      OR   WS-RST-JOURNALED NOT = 'Y'
               END-IF

               IF  WS-RST-JOURNALED NOT = 'Y'
                   DISPLAY 'JOURNAL ERROR: WRITE TO MAINTJNL FAILED - '
                           'STATUS ' WS-JNL-STATUS
               END-IF

               CLOSE JOURNAL-FILE

           END-IF.

       F-3300-JOURNAL-RESTORE. EXIT.

       3310-GET-USER.

           ACCEPT WS-USER-ID FROM ENVIRONMENT 'USER'.

           IF  WS-USER-ID = SPACES
               ACCEPT WS-USER-ID FROM ENVIRONMENT 'LOGNAME'
           END-IF.

           IF  WS-USER-ID = SPACES
               MOVE 'UNKNOWN' TO WS-USER-ID
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID.

       F-3310-GET-USER. EXIT.

       3320-WRITE-JOURNAL-ROW.

           MOVE SPACES                     TO JNL-DATA-RECORD.
           MOVE 'D'                        TO JNL-DATA-TYPE.
           MOVE WS-CUR-LINE(WS-ENT-ROW-IX) TO JNL-DATA-LINE.
           WRITE JNL-DATA-RECORD.

           IF  WS-JNL-STATUS NOT = '00'
               MOVE 'N' TO WS-RST-JOURNALED
           END-IF.

       F-3320-WRITE-JOURNAL-ROW. EXIT.

       3400-REWRITE-TARGET.

           MOVE 'N'    TO WS-WORK-EOF-SWITCH.
           MOVE ZEROES TO WS-TGT-REWRITTEN.

           OPEN INPUT WORK-FILE.

           IF  WS-WORK-STATUS NOT = '00'
               DISPLAY 'JOURNAL ERROR: UNABLE TO REOPEN JNLWORK - '
                       'STATUS ' WS-WORK-STATUS
               MOVE 'Y' TO WS-RST-FAILED
           ELSE
               IF  WS-RST-FILE-ID = 'PATLIB'
                   OPEN OUTPUT PATTERN-FILE
                   MOVE WS-PAT-STATUS  TO WS-TGT-STATUS
               ELSE
                   OPEN OUTPUT ARCHIVE-FILE
                   MOVE WS-ARCH-STATUS TO WS-TGT-STATUS
               END-IF
               IF  WS-TGT-STATUS NOT = '00'
                   DISPLAY 'JOURNAL ERROR: UNABLE TO REWRITE '
                           WS-RST-FILE-ID ' - STATUS ' WS-TGT-STATUS
                   MOVE 'Y' TO WS-RST-FAILED
                   CLOSE WORK-FILE
               ELSE
                   PERFORM 3405-COPY-WORK-FILE
                   THRU  F-3405-COPY-WORK-FILE
               END-IF
           END-IF.

       F-3400-REWRITE-TARGET. EXIT.

       3405-COPY-WORK-FILE.

           PERFORM 3410-COPY-WORK-RECORD
           THRU  F-3410-COPY-WORK-RECORD
           UNTIL WS-WORK-EOF-SWITCH = 'Y'.

           CLOSE WORK-FILE.

           PERFORM 3190-CLOSE-TARGET
           THRU  F-3190-CLOSE-TARGET.

           IF  WS-TGT-REWRITTEN NOT = WS-WORK-WRITTEN
               DISPLAY 'JOURNAL ERROR: ' WS-RST-FILE-ID
                       ' REWRITTEN WITH ' WS-TGT-REWRITTEN
                       ' RECORDS, EXPECTED ' WS-WORK-WRITTEN
               MOVE 'Y' TO WS-RST-FAILED
           END-IF.

       F-3405-COPY-WORK-FILE. EXIT.

       3410-COPY-WORK-RECORD.

           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SWITCH
               NOT AT END
                   IF  WS-RST-FILE-ID = 'PATLIB'
                       WRITE PAT-RECORD FROM WORK-RECORD
                       MOVE WS-PAT-STATUS  TO WS-TGT-STATUS
                   ELSE
                       WRITE ARCH-RECORD FROM WORK-RECORD
                       MOVE WS-ARCH-STATUS TO WS-TGT-STATUS
                   END-IF
                   IF  WS-TGT-STATUS = '00'
                       ADD 1 TO WS-TGT-REWRITTEN
                   END-IF
           END-READ.

       F-3410-COPY-WORK-RECORD. EXIT.

       9000-WRITE-TOTALS.

           IF  WS-TOT-LISTED = 0
               MOVE ' NO JOURNAL ENTRIES SELECTED' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'JOURNAL ENTRIES READ. . . . . . :' TO WS-TL-LABEL.
           MOVE WS-TOT-ENTRIES TO WS-TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'ENTRIES LISTED. . . . . . . . . :' TO WS-TL-LABEL.
           MOVE WS-TOT-LISTED TO WS-TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

           MOVE '  ADDS. . . . . . . . . . . . . :' TO WS-TL-LABEL.
           MOVE WS-TOT-ADDS TO WS-TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

           MOVE '  UPDATES . . . . . . . . . . . :' TO WS-TL-LABEL.
           MOVE WS-TOT-UPDATES TO WS-TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

           MOVE '  DELETES . . . . . . . . . . . :' TO WS-TL-LABEL.
           MOVE WS-TOT-DELETES TO WS-TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

           IF  WS-TOT-SKIPPED > 0
               MOVE 'UNRECOGNISED RECORDS SKIPPED. . :'
                    TO WS-TL-LABEL
               MOVE WS-TOT-SKIPPED TO WS-TL-COUNT
               WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               MOVE 'Y' TO WS-JOB-WARNING
           END-IF.

       F-9000-WRITE-TOTALS. EXIT.

       9200-WRITE-RESTORE-RESULT.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE ' RESTORE FROM BEFORE-IMAGE' TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'JOURNAL ENTRY . . . . . . . . . :' TO WS-PL-LABEL.
           MOVE SPACES         TO WS-PL-VALUE.
           MOVE WS-RESTORE-SEQ TO WS-DL-SEQ.
           MOVE WS-DL-SEQ      TO WS-PL-VALUE.
           WRITE REPORT-RECORD FROM WS-PARM-LINE.

           IF  WS-RST-FOUND = 'Y'

               MOVE 'FILE. . . . . . . . . . . . . . :' TO WS-PL-LABEL
               MOVE WS-RST-FILE-ID TO WS-PL-VALUE
               WRITE REPORT-RECORD FROM WS-PARM-LINE

               MOVE 'ENTRY NAME. . . . . . . . . . . :' TO WS-PL-LABEL
               MOVE WS-RST-NAME TO WS-PL-VALUE
               WRITE REPORT-RECORD FROM WS-PARM-LINE

               MOVE 'BEFORE-IMAGE TAKEN. . . . . . . :' TO WS-PL-LABEL
               MOVE WS-RST-STAMP TO WS-PL-VALUE
               WRITE REPORT-RECORD FROM WS-PARM-LINE

           END-IF.

           MOVE 'RESULT. . . . . . . . . . . . . :' TO WS-PL-LABEL.
           MOVE WS-RST-RESULT TO WS-PL-VALUE.
           WRITE REPORT-RECORD FROM WS-PARM-LINE.

           IF  WS-RST-JOURNALED = 'Y'
               MOVE 'RESTORE JOURNALED AS ENTRY. . . :'
                    TO WS-PL-LABEL
               MOVE SPACES TO WS-PL-VALUE
               COMPUTE WS-DL-SEQ = WS-TOT-ENTRIES + 1
               MOVE WS-DL-SEQ TO WS-PL-VALUE
               WRITE REPORT-RECORD FROM WS-PARM-LINE
           END-IF.

       F-9200-WRITE-RESTORE-RESULT. EXIT.

       9999-FINAL.

           CLOSE REPORT-FILE.

           DISPLAY 'JOURNAL ENTRIES READ:     ' WS-TOT-ENTRIES.
           DISPLAY 'JOURNAL ENTRIES LISTED:   ' WS-TOT-LISTED.

           IF  WS-RESTORE-GIVEN = 'Y'
               DISPLAY 'RESTORE OF ENTRY ' WS-RESTORE-SEQ ': '
                       WS-RST-RESULT
           END-IF.

       F-9999-FINAL. EXIT.
