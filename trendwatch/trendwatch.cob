      *> Author: JA1UMI
      *> Date started: August 22, 2026
      *> Date updated: October 15, 2026
      *>
      *> Temperature trend analysis and projected-crossing early
      *> warning.
      *> reading, slope, and - when a crossing is projected inside
      *> the look-ahead - which threshold and in how many minutes.
      *>
      *> SENSOR-FAULT lines tmp102 writes in place of a failed read
      *> are passed over: a fault is not a sample, and letting one
      *> into the window would bend the trend line.
      *>
      *> How to build this program:
      *>   cobc -x trendwatch.cob -I ../copybooks
      *>
               into ws-line-junk ws-line-rest
             end-unstring
             if ws-sample-label is equal to spaces or
                  ws-log-line(32:12) is equal to "SENSOR-FAULT" or
                  ws-line-rest is equal to spaces or
                  ws-log-line(1:14) is not numeric or
                  function test-numval(ws-line-rest(1:9))
