      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Cold-store lot record, kept in the indexed file
      *> COLDLOT.DAT keyed on the lot number. Entered and booked
      *> out by the lotreg program; read and updated by the
      *> lotimpact report, which charges each temperature
      *> excursion on a rack to the lots stored in it.
      *>
      *> LT-RACK is the rack label the lot is stored under - the
      *> same label tmp102 logs its readings with - so an
      *> excursion on TMP102.LOG finds its lots by label.
      *> LT-CLASS is the lot's temperature class as written on
      *> the goods-in note (CHILLED, FROZEN and so on).
      *> LT-DATE-IN and LT-DATE-OUT are YYYYMMDD; LT-DATE-OUT is
      *> spaces while the lot is still in the store.
      *>
      *> LT-EXPOSURE-MINS is the lot's cumulative minutes out of
      *> band so far, and LT-EXPOSED-THRU the timestamp
      *> (YYYYMMDDHHMMSS) of the end of the last excursion charged
      *> to it, so running the impact report twice over the same
      *> log never charges the same excursion twice. LT-HOLD is
      *> "Y" once the cumulative exposure has passed the product's
      *> limit and the lot is on HOLD FOR QA; LT-HOLD-DATE is the
      *> day that happened.
      *>
       01 LOT-RECORD.
           05 LT-LOT           pic x(10).
           05 LT-PRODUCT       pic x(10).
           05 LT-RACK          pic x(08).
           05 LT-CLASS         pic x(08).
           05 LT-DATE-IN       pic x(08).
           05 LT-DATE-OUT      pic x(08).
           05 LT-EXPOSURE-MINS pic 9(06).
           05 LT-EXPOSED-THRU  pic x(14).
           05 LT-HOLD          pic x(01).
           05 LT-HOLD-DATE     pic x(08).
