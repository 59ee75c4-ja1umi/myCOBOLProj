      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Rack alarm-code registry, kept in the indexed file
      *> ALARM_CODES.DAT keyed on the blinkLED code and the program
      *> that raises it. Maintained from the alarmcode program,
      *> which also prints the rack legend from it; read by
      *> preflight, which checks every code the station's programs
      *> are set to raise against it.
      *>
      *> RC-CODE is the blinkLED alarm code, 0-15; code 0 is the
      *> plain single-LED blink. RC-OWNER is the program that
      *> raises the code (WATCHDOG, ESCALATE, BATCHSCHED, DRILL,
      *> CMDPOLL ...). One code may be keyed under more than one
      *> owner only if every owner gives it the same RC-MEANING -
      *> that is what the night operator reads off the legend, and
      *> a code with two meanings fails preflight.
      *>
       01 RACK-CODE-RECORD.
           05 RC-KEY.
               10 RC-CODE      pic 99.
               10 RC-OWNER     pic x(10).
           05 RC-MEANING       pic x(40).
           05 RC-ENTERED       pic x(14).
