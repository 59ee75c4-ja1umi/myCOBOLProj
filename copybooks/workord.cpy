      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Work-order record, kept in the indexed file WORKORDER.DAT
      *> keyed on the order number. Opened and closed by the
      *> workorder program; read by handover for the open and
      *> overdue counts.
      *>
      *> WO-STATUS is "O" while the order is open and "C" once it
      *> is closed. WO-PIN is the GPIO the warnings were counted
      *> under (00 for gpioInitialise failures, 90 plus the bus
      *> slot for a stuck sensor, 94 plus the bus slot for
      *> repeated read faults). WO-EVIDENCE is the latest
      *> triggering maintenance-log line.
      *>
      *> WO-LABEL and WO-SERIAL name the device the order is
      *> raised against, resolved through the sensor asset
      *> register (see sensasset.cpy) when the order is opened or
      *> refreshed: the rack label for a sensor slot, the switch
      *> registered at the pin for a flip warning. Both are spaces
      *> where nothing resolves, such as a gpioInitialise failure.
      *>
       01 WORKORDER-RECORD.
           05 WO-NUMBER        pic 9(04).
           05 WO-STATUS        pic x(01).
           05 WO-PIN           pic 9(02).
           05 WO-WARN-COUNT    pic 9(04).
           05 WO-OPEN-DATE     pic x(08).
           05 WO-DUE-DATE      pic x(08).
           05 WO-EVIDENCE      pic x(60).
           05 WO-CLOSE-DATE    pic x(08).
           05 WO-CLOSE-NOTE    pic x(40).
           05 WO-LABEL         pic x(08).
           05 WO-SERIAL        pic x(16).
