      *> Author: JA1UMI
      *> Date started: September 2, 2026
      *> Date updated: October 15, 2026
      *>
      *> Config-change ledger: who changed the control files,
      *> field by field.
      *> shown as (EMPTY) so the ledger line never has an invisible
      *> side.
      *>
      *> Every ledger line now closes with the change's origin.
      *> cfgpush records in CFGPUSH.LAST the exact line it put into
      *> each control file when it applied a head-office package
      *> (or rolled one back), with the package and the head-office
      *> requestor. A file whose current line is still that line
      *> is ledgered with origin HQ-PKG <package> (or HQ-ROLLBACK
      *> <package>) under the requestor's name rather than the
      *> operator on shift; any other change is LOCAL. cfgpush runs
      *> this program itself just before and just after an apply,
      *> so a local edit waiting in a file is ledgered as local
      *> before the package lands on top of it.
      *>
      *> How to use this program:
      *>   cfgaudit       snapshot-and-diff run (shift start)
      *>   cfgaudit R     review report of the ledger, appended to
           select audit-report-file assign to "cfgaudit.rpt"
               organization is line sequential
               file status is ws-rpt-status.
           select pushed-file assign to "cfgpush.last"
               organization is line sequential
               file status is ws-push-status.

       data division.
       file section.
       01  onshift-record        pic x(30).
       fd  audit-report-file.
       01  audit-report-record   pic x(130).
       fd  pushed-file.
       01  pushed-record         pic x(240).

       working-storage section.

       01 ws-operator       pic x(8)    value spaces.
       01 ws-shift-junk     pic x(21).

      *> change origin: the line cfgpush last applied to each
      *> control file, "<file>|<origin>|<requestor>|<raw line>".
       01 ws-push-status    pic xx.
       01 ws-push-done      pic x       value "N".
         88 push-is-done                value "Y".
       01 push-file-tag     pic x(12).
       01 push-origin       pic x(20).
       01 push-requestor    pic x(8).
       01 push-raw          pic x(200).
       01 pushed-table.
         05 pushed-entry occurs 3 times.
           10 pt-file        pic x(12).
           10 pt-origin      pic x(20).
           10 pt-requestor   pic x(8).
           10 pt-raw         pic x(200).
       01 pt-idx            pic 9.
       01 ws-origin         pic x(20).
       01 ws-change-by      pic x(8).

      *> ledger and report housekeeping
       01 ws-timestamp      pic x(21).
       01 ws-ledger-line    pic x(250).
         close snapshot-file
       end-if

      *> What cfgpush last put into each control file, if anything.
       move spaces to pushed-table
       move "TMP102.CFG"   to pt-file(1)
       move "READSW.CFG"   to pt-file(2)
       move "BLINKLED.CFG" to pt-file(3)
       open input pushed-file
       if ws-push-status is equal to "00"
         perform until push-is-done
           read pushed-file
             at end set push-is-done to true
             not at end perform load-one-pushed
           end-read
         end-perform
         close pushed-file
       end-if

      *> The current copies. A file that cannot be read is carried
      *> as (MISSING) so losing one shows up in the ledger too.
       move MISSING-MARK to new-tmp-raw
       move "TMP102.CFG"  to ws-cmp-file
       move old-tmp-raw   to ws-cmp-old-raw
       move new-tmp-raw   to ws-cmp-new-raw
       perform judge-change-origin
       perform name-tmp102-fields
       if old-tmp-is-seen
         perform diff-one-file
       move "READSW.CFG"  to ws-cmp-file
       move old-sw-raw    to ws-cmp-old-raw
       move new-sw-raw    to ws-cmp-new-raw
       perform judge-change-origin
       perform name-readsw-fields
       if old-sw-is-seen
         perform diff-one-file
       move "BLINKLED.CFG" to ws-cmp-file
       move old-blink-raw  to ws-cmp-old-raw
       move new-blink-raw  to ws-cmp-new-raw
       perform judge-change-origin
       perform name-blinkled-fields
       if old-blink-is-seen
         perform diff-one-file
           end-evaluate
           .

      *> One CFGPUSH.LAST line into the slot for its file.
       load-one-pushed.
           move spaces to push-file-tag push-origin push-requestor
                          push-raw
           unstring pushed-record delimited by "|"
             into push-file-tag push-origin push-requestor push-raw
           end-unstring
           perform varying pt-idx from 1 by 1 until pt-idx > 3
             if pt-file(pt-idx) is equal to push-file-tag
               move push-origin    to pt-origin(pt-idx)
               move push-requestor to pt-requestor(pt-idx)
               move push-raw       to pt-raw(pt-idx)
             end-if
           end-perform
           .

      *> A file still holding exactly the line cfgpush applied was
      *> changed by head office; anything else is a local edit by
      *> whoever is on shift.
       judge-change-origin.
           move "LOCAL"     to ws-origin
           move ws-operator to ws-change-by
           perform varying pt-idx from 1 by 1 until pt-idx > 3
             if pt-file(pt-idx) is equal to ws-cmp-file and
                  pt-origin(pt-idx) is not equal to spaces and
                  pt-raw(pt-idx) is equal to ws-cmp-new-raw
               move pt-origin(pt-idx)    to ws-origin
               move pt-requestor(pt-idx) to ws-change-by
             end-if
           end-perform
           .

      *> The field names each control file's line parses into -
      *> the same set, in the same order, the preflight validator
      *> checks, so the ledger and the checklist speak one
           .

      *> One changed field onto the ledger: timestamp, file,
      *> field, old value, new value, operator, origin. Blank
      *> sides are shown as (EMPTY) so the line never has an
      *> invisible half.
       ledger-one-difference.
           add 1 to ws-diff-count
           if old-field(ws-cmp-idx) is equal to spaces
                  function trim(ws-new-shown)
                                delimited by size
                  ","           delimited by size
                  ws-change-by  delimited by space
                  ","           delimited by size
                  ws-origin     delimited by size
                  into ws-ledger-line
           end-string
           move ws-ledger-line to audit-ledger-record
                   " " function trim(cmp-name(ws-cmp-idx))
                   " changed: " function trim(ws-old-shown)
                   " -> " function trim(ws-new-shown)
                   " (" function trim(ws-origin) ")"
           .

      *> A file seen for the first time gets a single baseline
                                delimited by size
                  ",FIRST-SNAPSHOT,,,"
                                delimited by size
                  ws-change-by  delimited by space
                  ","           delimited by size
                  ws-origin     delimited by size
                  into ws-ledger-line
           end-string
           move ws-ledger-line to audit-ledger-record
