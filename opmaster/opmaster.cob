      *> Author: JA1UMI
      *> Date started: September 2, 2026
      *> Date updated: October 15, 2026
      *>
      *> Operator master maintenance and hours-on-shift report.
      *>
      *>       week of the shift's start, Monday-based) - the
      *>       reconstruction payroll has been doing by hand.
      *>       Appended to OPHOURS.RPT.
      *>   R - roles report for a period (from and to dates,
      *>       YYYYMMDD): who holds which role on the master, then
      *>       every AUTH-DENY event on the shared log in the
      *>       period - the dated archives the shift-end roller
      *>       leaves and the live log - with when, where, who was
      *>       on shift and what they were refused. Appended to
      *>       OPROLES.RPT for the monthly audit pack.
      *>   Q - quit
      *>
      *> Each operator carries a role (OPERATOR, LEAD, MAINT,
      *> SUPERVISOR - see opermast.cpy), asked for on E; a blank
      *> answer keeps an existing operator's role and makes a new
      *> one an OPERATOR. Entering, updating, deactivating and
      *> reactivating operators need the operator on shift in
      *> ONSHIFT.DAT to be an active SUPERVISOR; anyone else is
      *> refused and the refusal is written to the shared log as
      *> an AUTH-DENY event under OPMASTER, the same way calmaint,
      *> workorder, gdphrase and gdreview log theirs. Before the
      *> master exists the first operators are keyed without the
      *> check, with a warning - make the first one a SUPERVISOR.
      *>
      *> How to build this program:
      *>   cobc -x opmaster.cob -I ../copybooks
      *>
               access mode is dynamic
               record key is OM-ID
               file status is ws-oper-status.
           select sensor-event-file assign to ws-log-name
               organization is line sequential
               file status is ws-sevt-status.
           select hours-report-file assign to "ophours.rpt"
               organization is line sequential
               file status is ws-rpt-status.
           select roles-report-file assign to "oproles.rpt"
               organization is line sequential
               file status is ws-role-rpt-status.
           select onshift-file assign to "onshift.dat"
               organization is line sequential
               file status is ws-shift-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.

       data division.
       file section.
           copy sensorevt.
       fd  hours-report-file.
       01  hours-report-record pic x(80).
       fd  roles-report-file.
       01  roles-report-record pic x(80).
       fd  onshift-file.
       01  onshift-record      pic x(30).
       fd  station-file.
       01  station-record      pic x(20).

       working-storage section.

       01 ws-oper-status    pic xx.
       01 ws-sevt-status    pic xx.
       01 ws-rpt-status     pic xx.
       01 ws-role-rpt-status pic xx.
       01 ws-log-name       pic x(40).

      *> console housekeeping
       01 ws-command        pic x.
       01 ws-ask-id         pic x(8).
       01 ws-ask-name       pic x(24).
       01 ws-ask-certdate   pic x(8).
       01 ws-ask-role       pic x(10).
       01 ws-shown-role     pic x(10).
       01 ws-list-count     pic 9(3).
       01 edited-count      pic ZZ9.
       01 ws-scan-done      pic x.
       01 ws-rpt-line       pic x(80).
       01 ws-timestamp      pic x(21).

      *> roles-report housekeeping: the period asked for, walked a
      *> day's archive at a time and then the live log.
       01 ws-ask-from       pic x(8).
       01 ws-ask-to         pic x(8).
       01 ws-from-days      pic 9(7).
       01 ws-to-days        pic 9(7).
       01 ws-walk-days      pic 9(7).
       01 ws-walk-date      pic 9(8).
       01 ws-deny-count     pic 9(4).
       01 edited-deny-count pic ZZZ9.
       01 ws-deny-operator  pic x(8).

      *> role authority housekeeping: the operator on shift, from
      *> ONSHIFT.DAT, must hold at least the role a function needs.
       01 ws-shift-status   pic xx.
       01 ws-shift-junk     pic x(21).
       01 ws-stn-status     pic xx.
       01 ws-station        pic x(8)  value spaces.
       01 ws-auth-operator  pic x(8).
       01 ws-auth-function  pic x(10).
       01 ws-auth-need      pic x(10).
       01 ws-auth-need-rank pic 9.
       01 ws-auth-reason    pic x(60).
       01 ws-auth-ok        pic x.
         88 auth-is-granted           value "Y".
       01 ws-rank-role      pic x(10).
       01 ws-rank-value     pic 9.

       procedure division.
       open input station-file
       if ws-stn-status is equal to "00"
         read station-file
           at end move "10" to ws-stn-status
         end-read
         if ws-stn-status is equal to "00"
           move station-record(1:8) to ws-station
         end-if
         close station-file
       end-if

       perform until master-is-done
         display " "
         display "opmaster: L)IST  E)NTER  D)EACTIVATE  "
                 "A)CTIVATE  H)OURS REPORT  R)OLES REPORT  Q)UIT"
         accept ws-command
         evaluate function upper-case(ws-command)
           when "L" perform list-operators
           when "D" perform deactivate-operator
           when "A" perform activate-operator
           when "H" perform hours-report
           when "R" perform roles-report
           when "Q" set master-is-done to true
           when other continue
         end-evaluate
                 at end set scan-is-done to true
                 not at end
                   add 1 to ws-list-count
                   perform set-shown-role
                   display "  " OM-ID " " OM-NAME
                           " ACTIVE=" OM-ACTIVE
                           " CERT=" OM-CERT-DATE
                           " ROLE=" ws-shown-role
               end-read
             end-perform
             close operator-file
           .

       enter-operator.
           move "OPER-ENTER" to ws-auth-function
           move "SUPERVISOR" to ws-auth-need
           perform check-authority
           if auth-is-granted
             perform ask-operator-details
           end-if
           .

       ask-operator-details.
           display "  operator id ........: " with no advancing
           accept ws-ask-id
           move function upper-case(ws-ask-id) to ws-ask-id
             accept ws-ask-name
             display "  cert date (YYYYMMDD): " with no advancing
             accept ws-ask-certdate
             display "  role (OPERATOR/LEAD/MAINT/SUPERVISOR, "
                     "blank = keep): " with no advancing
             accept ws-ask-role
             move function upper-case(ws-ask-role) to ws-ask-role
             if ws-ask-certdate is not numeric or
                  (ws-ask-role is not equal to spaces and
                   ws-ask-role is not equal to "OPERATOR" and
                   ws-ask-role is not equal to "LEAD" and
                   ws-ask-role is not equal to "MAINT" and
                   ws-ask-role is not equal to "SUPERVISOR")
               display "  not saved: cert date must be YYYYMMDD"
                       " and role OPERATOR, LEAD, MAINT or"
                       " SUPERVISOR."
             else
               perform open-master-io
               if ws-oper-status is equal to "00"
                     move ws-ask-name     to OM-NAME
                     move "Y"             to OM-ACTIVE
                     move ws-ask-certdate to OM-CERT-DATE
                     if ws-ask-role is equal to spaces
                       move "OPERATOR" to OM-ROLE
                     else
                       move ws-ask-role to OM-ROLE
                     end-if
                     write OPERATOR-RECORD
                       invalid key
                         display "  unable to add " ws-ask-id
                   not invalid key
                     move ws-ask-name     to OM-NAME
                     move ws-ask-certdate to OM-CERT-DATE
                     if ws-ask-role is not equal to spaces
                       move ws-ask-role to OM-ROLE
                     end-if
                     rewrite OPERATOR-RECORD
                       invalid key
                         display "  unable to update " ws-ask-id
           .

       deactivate-operator.
           move "OPER-DEACT" to ws-auth-function
           move "SUPERVISOR" to ws-auth-need
           perform check-authority
           if auth-is-granted
             display "  operator id to deactivate: "
                     with no advancing
             accept ws-ask-id
             move function upper-case(ws-ask-id) to ws-ask-id
             perform flip-active-flag-off
           end-if
           .

       activate-operator.
           move "OPER-REACT" to ws-auth-function
           move "SUPERVISOR" to ws-auth-need
           perform check-authority
           if auth-is-granted
             display "  operator id to reactivate: "
                     with no advancing
             accept ws-ask-id
             move function upper-case(ws-ask-id) to ws-ask-id
             perform flip-active-flag-on
           end-if
           .

       flip-active-flag-off.
      *> operator's shift at its own timestamp; a shift still open
      *> at end of log is noted, not guessed at.
       hours-report.
           move "sensor_events.log" to ws-log-name
           move spaces to ws-prev-stamp ws-prev-operator
           move zero to hw-count
           open input sensor-event-file
           write hours-report-record
           display ws-rpt-line
           .
      *> ------ R: roles held, and every refused attempt ------

       roles-report.
           display "  period from (YYYYMMDD): " with no advancing
           accept ws-ask-from
           display "  period to (YYYYMMDD) .: " with no advancing
           accept ws-ask-to
           if ws-ask-from is not numeric or
                ws-ask-to is not numeric or
                ws-ask-to < ws-ask-from
             display "  the period must be two YYYYMMDD dates, "
                     "the second not before the first."
           else
             perform write-roles-report
           end-if
           .

       write-roles-report.
           open extend roles-report-file
           if ws-role-rpt-status is not equal to "00" and
                ws-role-rpt-status is not equal to "05"
             close roles-report-file
             open output roles-report-file
           end-if
           move function current-date to ws-timestamp
           move spaces to ws-rpt-line
           string ws-timestamp delimited by size
                  " OPERATOR ROLES " delimited by size
                  ws-ask-from  delimited by size
                  " TO "       delimited by size
                  ws-ask-to    delimited by size
                  into ws-rpt-line
           end-string
           perform put-roles-line

           move "  ROLES ON THE OPERATOR MASTER" to ws-rpt-line
           perform put-roles-line
           open input operator-file
           if ws-oper-status is not equal to "00"
             move "    NO OPERATOR MASTER ON FILE" to ws-rpt-line
             perform put-roles-line
           else
             move low-values to OM-ID
             move "N" to ws-scan-done
             start operator-file key is greater than OM-ID
               invalid key set scan-is-done to true
             end-start
             perform until scan-is-done
               read operator-file next
                 at end set scan-is-done to true
                 not at end
                   perform set-shown-role
                   move spaces to ws-rpt-line
                   string "    "        delimited by size
                          OM-ID         delimited by size
                          " "           delimited by size
                          OM-NAME       delimited by size
                          " "           delimited by size
                          ws-shown-role delimited by size
                          " ACTIVE="    delimited by size
                          OM-ACTIVE     delimited by size
                          into ws-rpt-line
                   end-string
                   perform put-roles-line
               end-read
             end-perform
             close operator-file
           end-if

      *>   the period's archives, a day past its end (the roller
      *>   names an archive by the day it ran), then the live log.
           move "  DENIED ATTEMPTS (AUTH-DENY)" to ws-rpt-line
           perform put-roles-line
           move zero to ws-deny-count
           move ws-ask-from to ws-walk-date
           compute ws-from-days = function integer-of-date(ws-walk-date)
           move ws-ask-to to ws-walk-date
           compute ws-to-days =
             function integer-of-date(ws-walk-date) + 1
           perform varying ws-walk-days from ws-from-days by 1
                   until ws-walk-days > ws-to-days
             compute ws-walk-date =
               function date-of-integer(ws-walk-days)
             move spaces to ws-log-name
             string "sensor_events_" delimited by size
                    ws-walk-date     delimited by size
                    ".log"           delimited by size
                    into ws-log-name
             end-string
             perform walk-one-roles-log
           end-perform
           move "sensor_events.log" to ws-log-name
           perform walk-one-roles-log

           move ws-deny-count to edited-deny-count
           move spaces to ws-rpt-line
           string "  DENIED ATTEMPTS IN PERIOD=" delimited by size
                  edited-deny-count             delimited by size
                  into ws-rpt-line
           end-string
           perform put-roles-line
           close roles-report-file
           .

       walk-one-roles-log.
           open input sensor-event-file
           if ws-sevt-status is equal to "00"
             move "N" to ws-scan-done
             perform until scan-is-done
               read sensor-event-file
                 at end set scan-is-done to true
                 not at end
                   if SE-EVENT-TYPE is equal to "AUTH-DENY" and
                        SE-TIMESTAMP(1:8) >= ws-ask-from and
                        SE-TIMESTAMP(1:8) <= ws-ask-to
                     perform put-one-denial
                   end-if
               end-read
             end-perform
             close sensor-event-file
           end-if
           .

       put-one-denial.
           add 1 to ws-deny-count
           move SE-OPERATOR to ws-deny-operator
           if ws-deny-operator is equal to spaces
             move "(NOBODY)" to ws-deny-operator
           end-if
           move spaces to ws-rpt-line
           string "    "            delimited by size
                  SE-TIMESTAMP(1:14) delimited by size
                  " "               delimited by size
                  SE-STATION        delimited by size
                  " "               delimited by size
                  SE-SOURCE         delimited by size
                  " "               delimited by size
                  SE-VALUE(1:10)    delimited by size
                  " BY "            delimited by size
                  ws-deny-operator  delimited by size
                  into ws-rpt-line
           end-string
           perform put-roles-line
           .

       put-roles-line.
           move ws-rpt-line to roles-report-record
           write roles-report-record
           display ws-rpt-line
           .

      *> A record keyed before roles were kept shows as OPERATOR.
       set-shown-role.
           move OM-ROLE to ws-shown-role
           if ws-shown-role is equal to spaces
             move "OPERATOR" to ws-shown-role
           end-if
           .

      *> ------ role authority ------
      *> The operator on shift in ONSHIFT.DAT must be active on the
      *> master and hold at least ws-auth-need for ws-auth-function.
      *> Before the master exists nothing can be checked and the
      *> function is allowed, with a warning, so the first
      *> operators can be keyed. A refusal is shown and written to
      *> the shared log as an AUTH-DENY event.
       check-authority.
           move "N" to ws-auth-ok
           move spaces to ws-auth-operator ws-auth-reason
           open input onshift-file
           if ws-shift-status is equal to "00"
             read onshift-file
               at end move spaces to onshift-record
             end-read
             unstring onshift-record delimited by ","
               into ws-auth-operator ws-shift-junk
             end-unstring
             close onshift-file
           end-if
           open input operator-file
           if ws-oper-status is equal to "35"
             display "  no operator master on file, role not "
                     "checked."
             set auth-is-granted to true
           else
             if ws-oper-status is not equal to "00"
               string "operator.dat status " delimited by size
                      ws-oper-status         delimited by size
                      into ws-auth-reason
               end-string
             else
               if ws-auth-operator is equal to spaces
                 move "nobody is signed on." to ws-auth-reason
               else
                 move ws-auth-operator to OM-ID
                 read operator-file
                   key is OM-ID
                   invalid key
                     string function trim(ws-auth-operator)
                                             delimited by size
                            " is not on the operator master."
                                             delimited by size
                            into ws-auth-reason
                     end-string
                   not invalid key
                     perform judge-role-held
                 end-read
               end-if
               close operator-file
             end-if
           end-if
           if not auth-is-granted
             display "  " function trim(ws-auth-function)
                     " refused: " function trim(ws-auth-reason)
             perform log-auth-deny
           end-if
           .

       judge-role-held.
           move ws-auth-need to ws-rank-role
           perform rank-of-role
           move ws-rank-value to ws-auth-need-rank
           perform set-shown-role
           move ws-shown-role to ws-rank-role
           perform rank-of-role
           evaluate true
             when OM-ACTIVE is not equal to "Y"
               string function trim(ws-auth-operator)
                                       delimited by size
                      " is deactivated on the operator master."
                                       delimited by size
                      into ws-auth-reason
               end-string
             when ws-rank-value < ws-auth-need-rank
               string function trim(ws-auth-operator)
                                       delimited by size
                      " is "           delimited by size
                      ws-shown-role    delimited by space
                      ", this needs "  delimited by size
                      ws-auth-need     delimited by space
                      "."              delimited by size
                      into ws-auth-reason
               end-string
             when other
               set auth-is-granted to true
           end-evaluate
           .

      *> OPERATOR < LEAD < MAINT < SUPERVISOR.
       rank-of-role.
           evaluate ws-rank-role
             when "SUPERVISOR" move 4 to ws-rank-value
             when "MAINT"      move 3 to ws-rank-value
             when "LEAD"       move 2 to ws-rank-value
             when other        move 1 to ws-rank-value
           end-evaluate
           .

       log-auth-deny.
           move "sensor_events.log" to ws-log-name
           open extend sensor-event-file
           if ws-sevt-status is not equal to "00" and
                ws-sevt-status is not equal to "05"
             close sensor-event-file
             open output sensor-event-file
           end-if
           move function current-date to ws-timestamp
           move spaces           to sensor-event-record
           move ws-timestamp     to SE-TIMESTAMP
           move "OPMASTER"       to SE-SOURCE
           move "AUTH-DENY"      to SE-EVENT-TYPE
           move ws-auth-function to SE-VALUE
           move ws-auth-operator to SE-OPERATOR
           move ws-station       to SE-STATION
           write sensor-event-record
           close sensor-event-file
           .
       end program opmaster.
