      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Day-close seal, kept in the indexed file DAY_SEAL.DAT keyed
      *> on the day and the archive name. Written by the dayclose
      *> program when a supervisor signs a day off; read back by
      *> dayclose VERIFY and by tmpstmt, which marks a statement day
      *> that was never sealed.
      *>
      *> Each sealed day has one record per dated archive logroll
      *> produced for it (sensor_events_YYYYMMDD.log,
      *> tmp102_YYYYMMDD.log and the rest), holding the archive's
      *> record count and checksum as they stood when the day was
      *> signed off, plus one day record with DS-ARCHIVE "*" whose
      *> DS-RECORDS is the number of archives sealed. Every record
      *> of the day carries the signing supervisor and the time
      *> (YYYYMMDDHHMMSS) the seal was made.
      *>
      *> DS-CHECKSUM is an Adler-style running sum over every byte
      *> of every record of the archive, read as logroll wrote it:
      *> the low sum in the last five digits, the high sum ahead of
      *> it. Any edit to a sealed archive - a line changed, added or
      *> removed - shows up as a count or checksum that no longer
      *> matches.
      *>
       01 DAY-SEAL-RECORD.
           05 DS-KEY.
               10 DS-DATE      pic x(8).
               10 DS-ARCHIVE   pic x(40).
           05 DS-RECORDS       pic 9(7).
           05 DS-CHECKSUM      pic 9(10).
           05 DS-SIGNER        pic x(8).
           05 DS-SEALED        pic x(14).
