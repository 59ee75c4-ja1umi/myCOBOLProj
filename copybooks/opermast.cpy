      *> Author: JA1UMI
      *> Date started: September 2, 2026
      *> Date updated: October 15, 2026
      *>
      *> Operator master record, kept in the indexed file
      *> OPERATOR.DAT keyed on the operator id. Maintained by the
      *> deactivated, never deleted, so old log stamps keep
      *> resolving to a name. OM-CERT-DATE is the date (YYYYMMDD)
      *> of the operator's current certification.
      *>
      *> OM-ROLE is what the operator may do on the maintenance
      *> screens: OPERATOR, LEAD, MAINT or SUPERVISOR, in that
      *> order of authority. Each sensitive function names the
      *> least role it needs and refuses anyone on shift below it
      *> (calibration entry and work-order close need MAINT,
      *> phrase-pool edits and decision outcomes need LEAD,
      *> operator-master changes need SUPERVISOR). A record keyed
      *> before roles were kept has a blank role and is taken as
      *> OPERATOR.
      *>
       01 OPERATOR-RECORD.
           05 OM-ID            pic x(8).
           05 OM-NAME          pic x(24).
           05 OM-ACTIVE        pic x.
           05 OM-CERT-DATE     pic x(8).
           05 OM-ROLE          pic x(10).
