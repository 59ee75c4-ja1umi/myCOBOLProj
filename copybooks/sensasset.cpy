      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Sensor asset register record, kept in the indexed file
      *> SENSOR_ASSET.DAT keyed on station id plus rack label, so
      *> every label named in TMP102.CFG, HUMID.CFG or READSW.CFG
      *> resolves to one physical device: what it is, where it is
      *> wired, and which serial-numbered part is in the rack
      *> today. Maintained by the assetreg program; consulted by
      *> tmp102 and humid at startup (a label that is not
      *> registered, or is registered at a different address, is
      *> refused), by calmaint and workorder when they name a
      *> label, and by preflight.
      *>
      *> SA-DEVICE is "TMP102", "SHT31" or "SWITCH". SA-ADDRESS is
      *> the decimal I2C bus address for the two sensors (72-75
      *> for a TMP102, 68-69 for an SHT31) and the BCM GPIO number
      *> for a switch. SA-STATUS is "A" while the device is in
      *> service and "R" once the label has been retired with no
      *> replacement; SA-RETIRE-DATE is spaces until then.
      *>
      *> The record always describes the part in the rack now. A
      *> swap rewrites SA-SERIAL and SA-INSTALL-DATE in place, and
      *> once the rewrite has gone through the retire-old/install-
      *> new pair is appended to the history file SENSOR_ASSET.HIS,
      *> so a reading logged last month still resolves to the
      *> serial that took it.
      *>
       01 SENSOR-ASSET-RECORD.
           05 SA-KEY.
              10 SA-STATION       pic x(08).
              10 SA-LABEL         pic x(08).
           05 SA-DEVICE        pic x(06).
           05 SA-ADDRESS       pic 9(03).
           05 SA-SERIAL        pic x(16).
           05 SA-INSTALL-DATE  pic x(08).
           05 SA-LOCATION      pic x(24).
           05 SA-STATUS        pic x(01).
           05 SA-RETIRE-DATE   pic x(08).
