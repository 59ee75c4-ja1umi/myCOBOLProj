      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Event-type catalogue, kept in the indexed file
      *> EVENT_TYPES.DAT keyed on the SE-SOURCE / SE-EVENT-TYPE pair
      *> a program writes to the shared log. Maintained from the
      *> evtcat program; read by evtcat's validation run and by the
      *> reports that group the log by severity (opsummary,
      *> handover), so an event type registered here is classed the
      *> same way everywhere.
      *>
      *> ET-SEVERITY is one of:
      *>   INFO  - routine readings, heartbeats, state changes
      *>   WARN  - something needs a look but is not an alarm
      *>   ALARM - the station is out of limits or a job is dead
      *>   AUDIT - who did what: sign-ons, refusals, seals, pushes
      *>
      *> ET-TYPE may end in "*" to cover a numbered family - "TEMP-*"
      *> is every TEMP-1, TEMP-2 ... tmp102 writes. An exact entry
      *> is looked for first, then the families.
      *>
       01 EVENT-TYPE-RECORD.
           05 ET-KEY.
               10 ET-SOURCE    pic x(10).
               10 ET-TYPE      pic x(10).
           05 ET-SEVERITY      pic x(5).
           05 ET-DESCRIPTION   pic x(40).
