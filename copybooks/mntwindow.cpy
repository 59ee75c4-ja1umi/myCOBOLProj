      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Planned maintenance window, kept in the indexed file
      *> MAINT_WINDOW.DAT keyed on station, start and rack label.
      *> Entered and cancelled from the maintwin program; read by
      *> tmp102 (which tags an alarm raised inside a window as
      *> SUPPRESSED on the shared log), escalate and annunciate
      *> (which hold off for a covered label), and the alarm,
      *> statement and handover reports (which show suppressed
      *> time separately rather than hide it).
      *>
      *> MW-START and MW-END are YYYYMMDDHHMM; a window covers
      *> from its start up to, not including, its end. MW-LABEL
      *> is the rack label tmp102 logs under, or "*" for the
      *> whole station. MW-APPROVER is the operator id that
      *> approved the work, checked against OPERATOR.DAT when
      *> the window is entered; MW-ENTERED is when it was keyed
      *> (YYYYMMDDHHMMSS).
      *>
      *> MW-STATUS is "A" for a window in force and "C" for one
      *> cancelled before it started; windows are cancelled,
      *> never deleted, so an auditor can still see what was
      *> planned. A window ended early keeps status "A" with its
      *> end moved back to the time it was ended.
      *>
       01 MAINT-WINDOW-RECORD.
           05 MW-KEY.
               10 MW-STATION   pic x(8).
               10 MW-START     pic x(12).
               10 MW-LABEL     pic x(8).
           05 MW-END           pic x(12).
           05 MW-REASON        pic x(40).
           05 MW-APPROVER      pic x(8).
           05 MW-ENTERED       pic x(14).
           05 MW-STATUS        pic x.
