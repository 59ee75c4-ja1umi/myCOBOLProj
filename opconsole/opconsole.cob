      *> Author: JA1UMI
      *> Date started: August 22, 2026
      *> Date updated: October 15, 2026
      *>
      *> Live operator console for the whole floor.
      *>
      *> console never writes to any log, so it is safe to leave
      *> running while the sensor programs are mid-run.
      *>
      *> A label whose latest TMP102.LOG line is a SENSOR-FAULT
      *> shows FAULT in place of a number, so a sensor that has
      *> dropped off the bus is not read as its last good value.
      *>
      *> How to build this program:
      *>   cobc -x opconsole.cob
      *>
             unstring ws-log-line delimited by "TEMP-C="
               into ws-line-junk ws-line-rest
             end-unstring
      *>     a fault line carries no reading; the label shows FAULT
             if ws-log-line(32:12) is equal to "SENSOR-FAULT"
               move "FAULT" to ws-line-rest
             end-if
             if ws-sample-label is equal to spaces or
                  ws-line-rest is equal to spaces
               continue
