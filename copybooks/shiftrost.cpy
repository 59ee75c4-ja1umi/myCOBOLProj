      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Planned shift, kept in the indexed file SHIFT_ROSTER.DAT
      *> keyed on the shift's date and start time. Entered and
      *> deleted from the roster program, which also reports the
      *> roster against the sign-ons on the shared log; read by
      *> escalate, which can take its first two steps from the
      *> shift on now.
      *>
      *> SR-DATE is YYYYMMDD and SR-START and SR-END are HHMM. A
      *> shift whose end is not after its start runs past
      *> midnight and ends on the next day. SR-OPERATOR is the
      *> operator rostered on the shift and SR-BACKUP the on-call
      *> backup behind them (blank for none); both are checked
      *> against OPERATOR.DAT when the shift is entered.
      *> SR-ENTERED is when it was keyed (YYYYMMDDHHMMSS).
      *>
       01 SHIFT-ROSTER-RECORD.
           05 SR-KEY.
               10 SR-DATE      pic x(8).
               10 SR-START     pic x(4).
           05 SR-END           pic x(4).
           05 SR-OPERATOR      pic x(8).
           05 SR-BACKUP        pic x(8).
           05 SR-ENTERED       pic x(14).
