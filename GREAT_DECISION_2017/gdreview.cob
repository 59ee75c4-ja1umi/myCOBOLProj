      *>       but leaves the session open for a later update.
      *>   Q - quit
      *>
      *> Recording an outcome (U) needs the operator on shift in
      *> ONSHIFT.DAT to hold at least the LEAD role on the operator
      *> master OPERATOR.DAT; anyone below it is refused and the
      *> refusal is written to the shared log SENSOR_EVENTS.LOG as
      *> an AUTH-DENY event, which the roles report in OPMASTER
      *> lists for the audit pack.
      *>
      *> AUTHOR: JA1UMI a.k.a. Kasumi YOSHINO (at Twitter @yKasumi)
      *> DATE-WRITTEN: August 22, 2026
      *>
      *> Date       Change Description
      *> 0822-2026  Initial Release
      *> 1015-2026  Require the LEAD role of the operator on shift
      *>            to record an outcome; log refusals as AUTH-DENY
      *>
       ENVIRONMENT DIVISION.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDH-SESSION-NO
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT ONSHIFT-FILE ASSIGN TO "onshift.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT SENSOR-EVENT-FILE ASSIGN TO "sensor_events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEVT-STATUS.
           SELECT STATION-FILE ASSIGN TO "station.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-FILE.
           COPY gdechist.
       FD  OPERATOR-FILE.
           COPY opermast.
       FD  ONSHIFT-FILE.
       01  ONSHIFT-RECORD      PIC X(30).
       FD  SENSOR-EVENT-FILE.
           COPY sensorevt.
       FD  STATION-FILE.
       01  STATION-RECORD      PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC XX.
       01 WS-DECISION    PIC X(40).
       01 WS-OUTCOME     PIC X.

      *> role authority housekeeping: the operator on shift, from
      *> ONSHIFT.DAT, must hold at least the role a function needs
      *> on the operator master; the station id from STATION.CFG
      *> goes on a refusal's shared-log event.
       01 WS-OPER-STATUS    PIC XX.
       01 WS-SHIFT-STATUS   PIC XX.
       01 WS-SEVT-STATUS    PIC XX.
       01 WS-SHIFT-JUNK     PIC X(21).
       01 WS-AUTH-OPERATOR  PIC X(8).
       01 WS-AUTH-FUNCTION  PIC X(10).
       01 WS-AUTH-NEED      PIC X(10).
       01 WS-AUTH-NEED-RANK PIC 9.
       01 WS-AUTH-REASON    PIC X(60).
       01 WS-AUTH-OK        PIC X.
         88 AUTH-IS-GRANTED           VALUE "Y".
       01 WS-RANK-ROLE      PIC X(10).
       01 WS-RANK-VALUE     PIC 9.
       01 WS-SHOWN-ROLE     PIC X(10).
       01 WS-STN-STATUS     PIC XX.
       01 WS-STATION        PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       OPEN INPUT STATION-FILE.
       IF WS-STN-STATUS IS EQUAL TO "00"
         READ STATION-FILE
           AT END MOVE "10" TO WS-STN-STATUS
         END-READ
         IF WS-STN-STATUS IS EQUAL TO "00"
           MOVE STATION-RECORD(1:8) TO WS-STATION
         END-IF
         CLOSE STATION-FILE
       END-IF.

       PERFORM UNTIL REVIEW-IS-DONE
         DISPLAY " "
         DISPLAY "GDREVIEW: L)IST OPEN  U)PDATE  Q)UIT"
         ACCEPT WS-COMMAND
         EVALUATE FUNCTION UPPER-CASE(WS-COMMAND)
           WHEN "L" PERFORM LIST-OPEN-SESSIONS
           WHEN "U" PERFORM UPDATE-IF-AUTHORISED
           WHEN "Q" SET REVIEW-IS-DONE TO TRUE
           WHEN OTHER CONTINUE
         END-EVALUATE
                     WS-OPEN-COUNT
           END-IF.

       UPDATE-IF-AUTHORISED.
           MOVE "GD-OUTCOME" TO WS-AUTH-FUNCTION.
           MOVE "LEAD"       TO WS-AUTH-NEED.
           PERFORM CHECK-AUTHORITY.
           IF AUTH-IS-GRANTED
             PERFORM UPDATE-ONE-SESSION
           END-IF.

      *> Pulls one session up by number and records the decision
      *> taken and its outcome. WORKED and DIDNT close the session;
      *> PENDING keeps it open with the decision text on file.
             DISPLAY "  SESSION " GDH-SESSION-NO " NOW "
                     GDH-OUTCOME
           END-IF.

      *> The operator on shift in ONSHIFT.DAT must be active on the
      *> operator master and hold at least WS-AUTH-NEED (OPERATOR <
      *> LEAD < MAINT < SUPERVISOR, a blank role counting as
      *> OPERATOR) for WS-AUTH-FUNCTION. Before the master exists
      *> nothing can be checked and the function is allowed, with
      *> a warning, as SIGNON behaves. A refusal is shown and
      *> written to the shared log as an AUTH-DENY event.
       CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTH-OK.
           MOVE SPACES TO WS-AUTH-OPERATOR WS-AUTH-REASON.
           OPEN INPUT ONSHIFT-FILE.
           IF WS-SHIFT-STATUS IS EQUAL TO "00"
             READ ONSHIFT-FILE
               AT END MOVE SPACES TO ONSHIFT-RECORD
             END-READ
             UNSTRING ONSHIFT-RECORD DELIMITED BY ","
               INTO WS-AUTH-OPERATOR WS-SHIFT-JUNK
             END-UNSTRING
             CLOSE ONSHIFT-FILE
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS IS EQUAL TO "35"
             DISPLAY "NO OPERATOR MASTER ON FILE, ROLE NOT CHECKED."
             SET AUTH-IS-GRANTED TO TRUE
           ELSE
             IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               STRING "OPERATOR.DAT STATUS " DELIMITED BY SIZE
                      WS-OPER-STATUS         DELIMITED BY SIZE
                      INTO WS-AUTH-REASON
               END-STRING
             ELSE
               IF WS-AUTH-OPERATOR IS EQUAL TO SPACES
                 MOVE "NOBODY IS SIGNED ON." TO WS-AUTH-REASON
               ELSE
                 MOVE WS-AUTH-OPERATOR TO OM-ID
                 READ OPERATOR-FILE
                   KEY IS OM-ID
                   INVALID KEY
                     STRING FUNCTION TRIM(WS-AUTH-OPERATOR)
                                             DELIMITED BY SIZE
                            " IS NOT ON THE OPERATOR MASTER."
                                             DELIMITED BY SIZE
                            INTO WS-AUTH-REASON
                     END-STRING
                   NOT INVALID KEY
                     PERFORM JUDGE-ROLE-HELD
                 END-READ
               END-IF
               CLOSE OPERATOR-FILE
             END-IF
           END-IF.
           IF NOT AUTH-IS-GRANTED
             DISPLAY FUNCTION TRIM(WS-AUTH-FUNCTION) " REFUSED: "
                     FUNCTION TRIM(WS-AUTH-REASON)
             PERFORM LOG-AUTH-DENY
           END-IF.

       JUDGE-ROLE-HELD.
           MOVE WS-AUTH-NEED TO WS-RANK-ROLE.
           PERFORM RANK-OF-ROLE.
           MOVE WS-RANK-VALUE TO WS-AUTH-NEED-RANK.
           MOVE OM-ROLE TO WS-SHOWN-ROLE.
           IF WS-SHOWN-ROLE IS EQUAL TO SPACES
             MOVE "OPERATOR" TO WS-SHOWN-ROLE
           END-IF.
           MOVE WS-SHOWN-ROLE TO WS-RANK-ROLE.
           PERFORM RANK-OF-ROLE.
           EVALUATE TRUE
             WHEN OM-ACTIVE IS NOT EQUAL TO "Y"
               STRING FUNCTION TRIM(WS-AUTH-OPERATOR)
                                       DELIMITED BY SIZE
                      " IS DEACTIVATED ON THE OPERATOR MASTER."
                                       DELIMITED BY SIZE
                      INTO WS-AUTH-REASON
               END-STRING
             WHEN WS-RANK-VALUE < WS-AUTH-NEED-RANK
               STRING FUNCTION TRIM(WS-AUTH-OPERATOR)
                                       DELIMITED BY SIZE
                      " IS "           DELIMITED BY SIZE
                      WS-SHOWN-ROLE    DELIMITED BY SPACE
                      ", THIS NEEDS "  DELIMITED BY SIZE
                      WS-AUTH-NEED     DELIMITED BY SPACE
                      "."              DELIMITED BY SIZE
                      INTO WS-AUTH-REASON
               END-STRING
             WHEN OTHER
               SET AUTH-IS-GRANTED TO TRUE
           END-EVALUATE.

       RANK-OF-ROLE.
           EVALUATE WS-RANK-ROLE
             WHEN "SUPERVISOR" MOVE 4 TO WS-RANK-VALUE
             WHEN "MAINT"      MOVE 3 TO WS-RANK-VALUE
             WHEN "LEAD"       MOVE 2 TO WS-RANK-VALUE
             WHEN OTHER        MOVE 1 TO WS-RANK-VALUE
           END-EVALUATE.

       LOG-AUTH-DENY.
           OPEN EXTEND SENSOR-EVENT-FILE.
           IF WS-SEVT-STATUS IS NOT EQUAL TO "00" AND
                WS-SEVT-STATUS IS NOT EQUAL TO "05"
             CLOSE SENSOR-EVENT-FILE
             OPEN OUTPUT SENSOR-EVENT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES           TO SENSOR-EVENT-RECORD.
           MOVE WS-TIMESTAMP     TO SE-TIMESTAMP.
           MOVE "GDREVIEW"       TO SE-SOURCE.
           MOVE "AUTH-DENY"      TO SE-EVENT-TYPE.
           MOVE WS-AUTH-FUNCTION TO SE-VALUE.
           MOVE WS-AUTH-OPERATOR TO SE-OPERATOR.
           MOVE WS-STATION       TO SE-STATION.
           WRITE SENSOR-EVENT-RECORD.
           CLOSE SENSOR-EVENT-FILE.
       END PROGRAM GDREVIEW.
