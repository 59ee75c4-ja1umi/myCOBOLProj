      *>            decision-history file GDECISION2017_HIST.DAT so
      *>            the decision eventually taken can be recorded
      *>            later with the GDREVIEW program
      *> 1015-2026  Before the HUMAN DECISION REQUIRED screen, look
      *>            up earlier closed sessions with the same problem
      *>            word (and, for a COMP ALARM session opened by
      *>            GDINTAKE, the same sensor labels in the detail)
      *>            and show each decision taken with how often it
      *>            WORKED; batch mode also appends the lookup to
      *>            GDECISION2017_PRECEDENT.RPT
      *>
       ENVIRONMENT DIVISION.

               FILE STATUS IS WS-SEQ-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "gdecision2017_hist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDH-SESSION-NO
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PRECEDENT-REPORT-FILE
               ASSIGN TO "gdecision2017_precedent.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREC-STATUS.

       DATA DIVISION.

       01  SEQUENCE-RECORD PIC X(4).
       FD  HISTORY-FILE.
           COPY gdechist.
       FD  PRECEDENT-REPORT-FILE.
       01  PRECEDENT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-S1     PIC X(13).
       01 WS-HIST-STATUS PIC XX.
       01 WS-SESSION-NO  PIC 9(4) VALUE ZERO.

      *> "what worked last time": every earlier closed session with
      *> the same problem word (and, for COMP ALARM, the same
      *> labels ahead of "SW=" in the detail), tallied by the
      *> decision taken - up to 8 different decisions, one screen
      *> line each.
       01 WS-PREC-STATUS    PIC XX.
       01 WS-SCAN-FLAG      PIC X.
         88 SCAN-IS-DONE           VALUE "Y".
       01 WS-PREC-PROBLEM   PIC X(13).
       01 WS-PREC-LABELS    PIC X(26).
       01 WS-HIST-LABELS    PIC X(26).
       01 WS-PREC-CLOSED    PIC 9(4) VALUE ZERO.
       01 WS-PREC-OPEN      PIC 9(4) VALUE ZERO.
       01 WS-PREC-TABLE.
         05 WS-PREC-ENTRY OCCURS 8 TIMES.
           10 WS-PREC-DECISION PIC X(40).
           10 WS-PREC-WORKED   PIC 9(3).
           10 WS-PREC-TRIED    PIC 9(3).
       01 WS-PREC-COUNT     PIC 9 VALUE ZERO.
       01 WS-PREC-IDX       PIC 9.
       01 WS-PREC-SLOT      PIC 9.
       01 WS-PREC-HEAD      PIC X(60) VALUE SPACES.
       01 WS-PREC-LINES.
         05 WS-PREC-TEXT OCCURS 8 TIMES PIC X(60).
       01 WS-EDITED-CLOSED  PIC ZZZ9.
       01 WS-EDITED-OPEN    PIC ZZZ9.
       01 WS-EDITED-WORKED  PIC ZZ9.
       01 WS-EDITED-TRIED   PIC ZZ9.

      *> non-interactive batch mode: any command-line argument
      *> selects it, and the problem word/detail come from
      *> GDECISION2017_BATCH.DAT (one line, comma-separated:
         02 LINE 10 COL 1  VALUE "----------------------------".
         02 LINE 11 COL 1  VALUE "PRESS ENTER TO CONTINUE ->  ".
         02 LINE 12 COL 1  VALUE "                            ".
       01 OUTPUT-SCREEN-PRECEDENT.
         02 BLANK SCREEN.
         02 LINE 1  COL 1  VALUE "----------------------------".
         02 LINE 2  COL 1  VALUE "-  WHAT WORKED LAST TIME   -".
         02 LINE 3  COL 1  VALUE "----------------------------".
         02 LINE 4  COL 1  PIC X(60) FROM WS-PREC-HEAD.
         02 LINE 5  COL 1  PIC X(60) FROM WS-PREC-TEXT(1).
         02 LINE 6  COL 1  PIC X(60) FROM WS-PREC-TEXT(2).
         02 LINE 7  COL 1  PIC X(60) FROM WS-PREC-TEXT(3).
         02 LINE 8  COL 1  PIC X(60) FROM WS-PREC-TEXT(4).
         02 LINE 9  COL 1  PIC X(60) FROM WS-PREC-TEXT(5).
         02 LINE 10 COL 1  PIC X(60) FROM WS-PREC-TEXT(6).
         02 LINE 11 COL 1  PIC X(60) FROM WS-PREC-TEXT(7).
         02 LINE 12 COL 1  PIC X(60) FROM WS-PREC-TEXT(8).
         02 LINE 13 COL 1  VALUE "----------------------------".
         02 LINE 14 COL 1  VALUE "PRESS ENTER TO CONTINUE ->  ".
       01 OUTPUT-SCREEN6.
         02 BLANK SCREEN.
         02 LINE 1  COL 1  VALUE "----------------------------".
       IF NOT BATCH-MODE
         ACCEPT  WS-DUMMY AT LINE 11 COL 27
       END-IF.

      *> Before the human decides, show what the humans decided
      *> the last times this problem came round and how it went;
      *> in batch mode the same lookup goes to the precedent
      *> report for the night lead.
       PERFORM LOOK-UP-PRECEDENT.
       DISPLAY OUTPUT-SCREEN-PRECEDENT.
       IF NOT BATCH-MODE
         ACCEPT  WS-DUMMY AT LINE 14 COL 27
       ELSE
         PERFORM WRITE-PRECEDENT-REPORT
       END-IF.
       DISPLAY OUTPUT-SCREEN6.
       IF NOT BATCH-MODE
         ACCEPT  WS-DUMMY AT LINE 6 COL 23
             DISPLAY "SESSION " WS-SESSION-NO
                     " RECORDED, AWAITING OUTCOME (SEE GDREVIEW)"
           END-IF.

      *> Walks the whole history for earlier sessions with this
      *> problem word. A COMP ALARM session opened by GDINTAKE
      *> names its out-of-range labels ahead of "SW=" in the
      *> detail; for those only sessions with the same labels
      *> count, the switch state being incidental. Closed sessions
      *> are tallied by decision taken, open ones only counted.
       LOOK-UP-PRECEDENT.
           MOVE FUNCTION UPPER-CASE(WS-S1) TO WS-PREC-PROBLEM.
           MOVE SPACES TO WS-PREC-LABELS.
           IF WS-PREC-PROBLEM IS EQUAL TO "COMP ALARM"
             UNSTRING FUNCTION UPPER-CASE(WS-S2) DELIMITED BY "SW="
               INTO WS-PREC-LABELS
             END-UNSTRING
           END-IF.
           MOVE ZERO TO WS-PREC-CLOSED WS-PREC-OPEN WS-PREC-COUNT.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS IS EQUAL TO "00"
             MOVE "N"  TO WS-SCAN-FLAG
             MOVE ZERO TO GDH-SESSION-NO
             START HISTORY-FILE KEY IS GREATER THAN GDH-SESSION-NO
               INVALID KEY SET SCAN-IS-DONE TO TRUE
             END-START
             PERFORM UNTIL SCAN-IS-DONE
               READ HISTORY-FILE NEXT
                 AT END SET SCAN-IS-DONE TO TRUE
                 NOT AT END PERFORM TALLY-ONE-PRECEDENT
               END-READ
             END-PERFORM
             CLOSE HISTORY-FILE
           END-IF.
           PERFORM BUILD-PRECEDENT-LINES.

       TALLY-ONE-PRECEDENT.
           MOVE SPACES TO WS-HIST-LABELS.
           IF WS-PREC-PROBLEM IS EQUAL TO "COMP ALARM"
             UNSTRING FUNCTION UPPER-CASE(GDH-DETAIL)
               DELIMITED BY "SW="
               INTO WS-HIST-LABELS
             END-UNSTRING
           END-IF.
           IF FUNCTION UPPER-CASE(GDH-PROBLEM) IS EQUAL TO
                WS-PREC-PROBLEM AND
              WS-HIST-LABELS IS EQUAL TO WS-PREC-LABELS
             IF GDH-STATUS IS EQUAL TO "O"
               ADD 1 TO WS-PREC-OPEN
             ELSE
               ADD 1 TO WS-PREC-CLOSED
               MOVE ZERO TO WS-PREC-SLOT
               PERFORM VARYING WS-PREC-IDX FROM 1 BY 1
                       UNTIL WS-PREC-IDX > WS-PREC-COUNT
                 IF WS-PREC-DECISION(WS-PREC-IDX) IS EQUAL TO
                      GDH-DECISION
                   MOVE WS-PREC-IDX TO WS-PREC-SLOT
                 END-IF
               END-PERFORM
               IF WS-PREC-SLOT IS EQUAL TO ZERO AND
                  WS-PREC-COUNT < 8
                 ADD 1 TO WS-PREC-COUNT
                 MOVE WS-PREC-COUNT TO WS-PREC-SLOT
                 MOVE GDH-DECISION TO WS-PREC-DECISION(WS-PREC-SLOT)
                 MOVE ZERO TO WS-PREC-WORKED(WS-PREC-SLOT)
                              WS-PREC-TRIED(WS-PREC-SLOT)
               END-IF
               IF WS-PREC-SLOT IS NOT EQUAL TO ZERO
                 ADD 1 TO WS-PREC-TRIED(WS-PREC-SLOT)
                 IF GDH-OUTCOME IS EQUAL TO "WORKED"
                   ADD 1 TO WS-PREC-WORKED(WS-PREC-SLOT)
                 END-IF
               END-IF
             END-IF
           END-IF.

      *> One header line and one line per decision: the decision
      *> as recorded and "WORKED n OF m".
       BUILD-PRECEDENT-LINES.
           MOVE SPACES TO WS-PREC-HEAD WS-PREC-LINES.
           MOVE WS-PREC-CLOSED TO WS-EDITED-CLOSED.
           MOVE WS-PREC-OPEN   TO WS-EDITED-OPEN.
           STRING WS-EDITED-CLOSED      DELIMITED BY SIZE
                  " EARLIER SESSION(S) DECIDED," DELIMITED BY SIZE
                  WS-EDITED-OPEN        DELIMITED BY SIZE
                  " STILL OPEN"         DELIMITED BY SIZE
                  INTO WS-PREC-HEAD
           END-STRING.
           IF WS-PREC-COUNT IS EQUAL TO ZERO
             MOVE "NO DECISION ON RECORD FOR THIS PROBLEM YET"
               TO WS-PREC-TEXT(1)
           END-IF.
           PERFORM VARYING WS-PREC-IDX FROM 1 BY 1
                   UNTIL WS-PREC-IDX > WS-PREC-COUNT
             MOVE WS-PREC-WORKED(WS-PREC-IDX) TO WS-EDITED-WORKED
             MOVE WS-PREC-TRIED(WS-PREC-IDX)  TO WS-EDITED-TRIED
             IF WS-PREC-DECISION(WS-PREC-IDX) IS EQUAL TO SPACES
               MOVE "(NO DECISION RECORDED)"
                 TO WS-PREC-DECISION(WS-PREC-IDX)
             END-IF
             STRING WS-PREC-DECISION(WS-PREC-IDX) DELIMITED BY SIZE
                    " WORKED "        DELIMITED BY SIZE
                    WS-EDITED-WORKED  DELIMITED BY SIZE
                    " OF "            DELIMITED BY SIZE
                    WS-EDITED-TRIED   DELIMITED BY SIZE
                    INTO WS-PREC-TEXT(WS-PREC-IDX)
             END-STRING
           END-PERFORM.

      *> Batch mode: the lookup appended to
      *> GDECISION2017_PRECEDENT.RPT under the problem it was made
      *> for.
       WRITE-PRECEDENT-REPORT.
           OPEN EXTEND PRECEDENT-REPORT-FILE.
           IF WS-PREC-STATUS IS NOT EQUAL TO "00" AND
              WS-PREC-STATUS IS NOT EQUAL TO "05"
             CLOSE PRECEDENT-REPORT-FILE
             OPEN OUTPUT PRECEDENT-REPORT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO PRECEDENT-REPORT-RECORD.
           STRING WS-TIMESTAMP   DELIMITED BY SIZE
                  " PRECEDENT FOR " DELIMITED BY SIZE
                  WS-S1          DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-S2          DELIMITED BY SIZE
                  INTO PRECEDENT-REPORT-RECORD
           END-STRING.
           WRITE PRECEDENT-REPORT-RECORD.
           MOVE SPACES TO PRECEDENT-REPORT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  WS-PREC-HEAD DELIMITED BY SIZE
                  INTO PRECEDENT-REPORT-RECORD
           END-STRING.
           WRITE PRECEDENT-REPORT-RECORD.
           PERFORM VARYING WS-PREC-IDX FROM 1 BY 1
                   UNTIL WS-PREC-IDX > 8
             IF WS-PREC-TEXT(WS-PREC-IDX) IS NOT EQUAL TO SPACES
               MOVE SPACES TO PRECEDENT-REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                      WS-PREC-TEXT(WS-PREC-IDX) DELIMITED BY SIZE
                      INTO PRECEDENT-REPORT-RECORD
               END-STRING
               WRITE PRECEDENT-REPORT-RECORD
             END-IF
           END-PERFORM.
           CLOSE PRECEDENT-REPORT-FILE.
       END PROGRAM GREAT-DECISION-2017.
