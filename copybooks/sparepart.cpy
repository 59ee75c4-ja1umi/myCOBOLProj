      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Spare-part stock record, kept in the indexed file
      *> SPARE_PART.DAT keyed on the part number. Maintained by the
      *> spares program (new parts, receipts, stock adjustments)
      *> and drawn down by workorder CLOSE as parts are fitted.
      *>
      *> SP-ON-HAND is the count on the shelf now; SP-REORDER is
      *> the reorder point - at or below it the part is on the
      *> reorder report. SP-SUPPLIER is who the part is bought
      *> from. SP-LAST-MOVE is the date (YYYYMMDD) of the last
      *> receipt, adjustment or issue.
      *>
      *> Every movement of stock is also written, one line each,
      *> to SPARE_MOVES.LOG, which the usage report reads back; the
      *> record here only ever holds the running balance.
      *>
       01 SPARE-PART-RECORD.
           05 SP-PART          pic x(12).
           05 SP-DESC          pic x(30).
           05 SP-ON-HAND       pic 9(05).
           05 SP-REORDER       pic 9(05).
           05 SP-SUPPLIER      pic x(20).
           05 SP-LAST-MOVE     pic x(08).
