      *> Author: JA1UMI
      *> Date started: October 15, 2026
      *> Date updated: October 15, 2026
      *>
      *> Head-office configuration push, preflight-gated, with
      *> rollback.
      *>
      *> Every time head office retuned a threshold or moved a pin
      *> somebody at the station was phoned and hand-edited
      *> TMP102.CFG, READSW.CFG or BLINKLED.CFG, typos and all. This
      *> program fetches the station's pending configuration
      *> package from the dashboard - the same curl and STATION.CFG
      *> convention cmdpoll uses, ?station=<id> on the fetch - and:
      *>
      *>   1. stages it in the directory CFGSTAGE beside the live
      *>      files: the packaged files as head office sent them,
      *>      the rest copied from live, so the staged set is the
      *>      complete set that would run;
      *>   2. runs the preflight validator over the staged set
      *>      ("preflight cfgstage");
      *>   3. only on RESULT=GO copies the live files it is about
      *>      to replace into CFGPREV, with a ROLLBACK.DAT there
      *>      saying which existed, and then swaps the staged files
      *>      in. A NO-GO, or a package that does not parse,
      *>      changes nothing and is refused.
      *>
      *> "cfgpush ROLLBACK" puts the CFGPREV files back (and removes
      *> a file the package had created) in one command; it is
      *> one-shot, so a second rollback cannot undo the first.
      *>
      *> The package, one line per file, after a header line:
      *>
      *>   #PKG,sequence,requestor
      *>   TMP102.CFG|<the whole TMP102.CFG line>
      *>   BLINKLED.CFG|<the whole BLINKLED.CFG line>
      *>
      *> Only the three control files preflight and cfgaudit know
      *> may be pushed; a package naming anything else is refused
      *> whole. As with cmdpoll, the highest sequence dealt with -
      *> applied or refused - is kept in CFGPUSH.SEQ and a package at
      *> or below it is not looked at again, so an unchanged package
      *> on the dashboard is not re-applied on every run.
      *>
      *> Every apply, refusal and rollback is written to the shared
      *> log (CFGPUSH CFG-APPLY, CFG-REFUSE or CFG-ROLLBK with the
      *> package sequence, under the head-office requestor) and
      *> posted to the dashboard's report-url; a post that fails is
      *> spooled to PUSH_SPOOL.DAT for pushfwd. The line applied to
      *> each file is recorded in CFGPUSH.LAST and cfgaudit is run
      *> before and after the swap, so its ledger shows the change
      *> as head office's, not as a local edit by whoever was on
      *> shift.
      *>
      *> The control file CFGPUSH.CFG is one line, comma-separated:
      *> package-url,report-url.
      *>
      *> How to use this program:
      *>   cfgpush             fetch, stage, preflight, apply on GO
      *>   cfgpush ROLLBACK    restore the files the last apply
      *>                       replaced
      *>
      *> How to build this program:
      *>   cobc -x cfgpush.cob -I ../copybooks
      *>
       identification division.
       program-id. cfgpush.

       environment division.
       input-output section.
       file-control.
           select push-control-file assign to "cfgpush.cfg"
               organization is line sequential
               file status is ws-cfg-status.
           select station-file assign to "station.cfg"
               organization is line sequential
               file status is ws-stn-status.
           select onshift-file assign to "onshift.dat"
               organization is line sequential
               file status is ws-shift-status.
           select package-file assign to "cfgpush.pkg"
               organization is line sequential
               file status is ws-pkg-status.
           select sequence-file assign to "cfgpush.seq"
               organization is line sequential
               file status is ws-seq-status.
           select control-file assign to ws-control-name
               organization is line sequential
               file status is ws-ctl-status.
           select rollback-file assign to "cfgprev/rollback.dat"
               organization is line sequential
               file status is ws-rb-status.
           select pushed-file assign to "cfgpush.last"
               organization is line sequential
               file status is ws-push-status.
           select sensor-event-file assign to "sensor_events.log"
               organization is line sequential
               file status is ws-sevt-status.
           select push-spool-file assign to "push_spool.dat"
               organization is line sequential
               file status is ws-spool-status.

       data division.
       file section.
       fd  push-control-file.
       01  push-control-record   pic x(200).
       fd  station-file.
       01  station-record        pic x(20).
       fd  onshift-file.
       01  onshift-record        pic x(30).
       fd  package-file.
       01  package-record        pic x(240).
       fd  sequence-file.
       01  sequence-record       pic x(8).
       fd  control-file.
       01  control-record        pic x(200).
       fd  rollback-file.
       01  rollback-record       pic x(60).
       fd  pushed-file.
       01  pushed-record         pic x(240).
       fd  sensor-event-file.
           copy sensorevt.
       fd  push-spool-file.
       01  push-spool-record     pic x(200).

       working-storage section.

      *> command line and control file
       01 ws-cmdline-arg    pic x(20).
       01 ws-run-mode       pic x(8).
       01 ws-cfg-status     pic xx.
       01 package-url       pic x(90)  value spaces.
       01 report-url        pic x(90)  value spaces.

      *> station and operator identity
       01 ws-stn-status     pic xx.
       01 ws-station        pic x(8)   value spaces.
       01 ws-shift-status   pic xx.
       01 ws-operator       pic x(8)   value spaces.
       01 ws-shift-junk     pic x(21).

      *> fetch and shell housekeeping
       01 ws-shell-cmd      pic x(300).
       01 ws-shell-rc       usage binary-long signed.
       01 ws-pkg-filename   pic x(11)  value "cfgpush.pkg".
       01 ws-rb-filename    pic x(20)  value "cfgprev/rollback.dat".
       01 ws-del-rc         usage binary-long signed.

      *> the package: its header and up to one line per file
       01 ws-pkg-status     pic xx.
       01 ws-pkg-done       pic x.
         88 pkg-is-done               value "Y".
       01 ph-tag            pic x(8).
       01 ph-seq-x          pic x(10).
       01 ph-requestor      pic x(8).
       01 ws-pkg-seq        pic 9(8)   value zero.
       01 ws-requestor      pic x(8)   value spaces.
       01 ws-header-seen    pic x      value "N".
         88 header-is-seen            value "Y".
       01 pl-tag            pic x(20).
       01 pl-raw            pic x(200).

      *> the three pushable control files, what the package holds
      *> for each, and what stood live before the apply.
       01 control-table.
         05 control-entry occurs 3 times.
           10 ct-tag         pic x(12).
           10 ct-name        pic x(12).
           10 ct-packaged    pic x.
             88 file-is-packaged      value "Y".
           10 ct-raw         pic x(200).
           10 ct-was-live    pic x.
             88 file-was-live         value "Y".
       01 ct-idx            pic 9.
       01 ws-control-name   pic x(30).
       01 ws-ctl-status     pic xx.
       01 ws-file-info.
         05 ws-file-size     pic 9(18) comp-x.
         05 ws-file-dd       pic 9(2)  comp-x.
         05 ws-file-mo       pic 9(2)  comp-x.
         05 ws-file-yyyy     pic 9(4)  comp-x.
         05 ws-file-hh       pic 9(2)  comp-x.
         05 ws-file-mi       pic 9(2)  comp-x.
         05 ws-file-ss       pic 9(2)  comp-x.
         05 ws-file-hu       pic 9(2)  comp-x.
       01 ws-file-rc        usage binary-long signed.

      *> refusal: the first reason found is the one reported
       01 ws-refusal        pic x(40)  value spaces.
       01 ws-reason-code    pic x(20)  value spaces.

      *> handled-sequence fence, as cmdpoll keeps its own
       01 ws-seq-status     pic xx.
       01 ws-last-seq       pic 9(8)   value zero.

      *> rollback file and the CFGPUSH.LAST ledger of applied lines
       01 ws-rb-status      pic xx.
       01 ws-rb-done        pic x.
         88 rb-is-done                value "Y".
       01 rb-tag            pic x(12).
       01 rb-state          pic x(8).
       01 ws-rb-count       pic 9      value zero.
       01 ws-push-status    pic xx.
       01 ws-push-done      pic x.
         88 push-is-done              value "Y".
       01 push-file-tag     pic x(12).
       01 push-rest         pic x(228).
       01 last-table.
         05 last-entry occurs 3 times.
           10 lt-line        pic x(240).
       01 ws-origin         pic x(20).
       01 edited-seq        pic 9(8).

      *> shared log, dashboard report and spool
       01 ws-sevt-status    pic xx.
       01 ws-spool-status   pic xx.
       01 ws-timestamp      pic x(21).
       01 ws-event-type     pic x(10).
       01 ws-result         pic x(10).
       01 ws-push-data      pic x(120).
       01 ws-spool-line     pic x(200).

       procedure division.
       accept ws-cmdline-arg from command-line
       move function upper-case(function trim(ws-cmdline-arg))
         to ws-run-mode

       open input station-file
       if ws-stn-status is equal to "00"
         read station-file
           at end move "10" to ws-stn-status
         end-read
         if ws-stn-status is equal to "00"
           move station-record(1:8) to ws-station
         end-if
         close station-file
       end-if

       open input push-control-file
       if ws-cfg-status is equal to "00"
         read push-control-file
           at end move "10" to ws-cfg-status
         end-read
         if ws-cfg-status is equal to "00"
           unstring push-control-record delimited by ","
             into package-url report-url
           end-unstring
         end-if
         close push-control-file
       end-if

       move "TMP102.CFG"   to ct-tag(1)
       move "tmp102.cfg"   to ct-name(1)
       move "READSW.CFG"   to ct-tag(2)
       move "readsw.cfg"   to ct-name(2)
       move "BLINKLED.CFG" to ct-tag(3)
       move "blinkled.cfg" to ct-name(3)

       evaluate ws-run-mode
         when spaces
           if package-url is equal to spaces
             display "cfgpush: no package-url in cfgpush.cfg, "
                     "nothing to fetch."
           else
             perform fetch-and-apply
           end-if
         when "ROLLBACK"
           perform roll-back-last-apply
         when other
           display "cfgpush: usage: cfgpush [ROLLBACK]"
       end-evaluate
       goback.

      *> ------ fetch, stage, preflight, apply ------

       fetch-and-apply.
           move spaces to ws-shell-cmd
           string "curl -sf -m 10 -o cfgpush.pkg '"
                                      delimited by size
                  function trim(package-url) delimited by size
                  "?station="         delimited by size
                  function trim(ws-station)  delimited by size
                  "' >/dev/null 2>&1" delimited by size
                  into ws-shell-cmd
           end-string
           move zero to return-code
           call 'SYSTEM' using ws-shell-cmd
           move return-code to ws-shell-rc
           move zero to return-code
           if ws-shell-rc is not equal to zero
             display "cfgpush: fetch failed, nothing pending "
                     "this run."
           else
             perform load-package
             call 'CBL_DELETE_FILE' using ws-pkg-filename
                                    returning ws-del-rc
             perform load-sequence-fence
             evaluate true
               when not header-is-seen
                 display "cfgpush: no package pending for "
                         function trim(ws-station) "."
               when ws-pkg-seq <= ws-last-seq
                 move ws-pkg-seq to edited-seq
                 display "cfgpush: package " edited-seq
                         " already dealt with, nothing to do."
               when ws-refusal is not equal to spaces
                 perform refuse-package
               when other
                 perform stage-package
               end-evaluate
           end-if
           .

      *> Reads the fetched package into the control table. The
      *> first fault found is kept as the refusal reason.
       load-package.
           move "N" to ws-header-seen
           move spaces to ws-refusal ws-reason-code
           perform varying ct-idx from 1 by 1 until ct-idx > 3
             move "N"    to ct-packaged(ct-idx) ct-was-live(ct-idx)
             move spaces to ct-raw(ct-idx)
           end-perform
           open input package-file
           if ws-pkg-status is equal to "00"
             move "N" to ws-pkg-done
             perform until pkg-is-done
               read package-file
                 at end set pkg-is-done to true
                 not at end perform take-package-line
               end-read
             end-perform
             close package-file
           end-if
           if header-is-seen and ws-refusal is equal to spaces
             move "N" to ws-pkg-done
             perform varying ct-idx from 1 by 1 until ct-idx > 3
               if file-is-packaged(ct-idx)
                 move "Y" to ws-pkg-done
               end-if
             end-perform
             if not pkg-is-done
               move "PACKAGE NAMES NO CONTROL FILE" to ws-refusal
               move "EMPTY-PACKAGE" to ws-reason-code
             end-if
           end-if
           .

       take-package-line.
           evaluate true
             when package-record is equal to spaces
               continue
             when package-record(1:5) is equal to "#PKG,"
               move spaces to ph-tag ph-seq-x ph-requestor
               unstring package-record delimited by ","
                 into ph-tag ph-seq-x ph-requestor
               end-unstring
               if function test-numval(ph-seq-x) = 0
                 set header-is-seen to true
                 compute ws-pkg-seq = function numval(ph-seq-x)
                 move ph-requestor to ws-requestor
               end-if
             when not header-is-seen
               continue
             when other
               move spaces to pl-tag pl-raw
               unstring package-record delimited by "|"
                 into pl-tag pl-raw
               end-unstring
               move function upper-case(pl-tag) to pl-tag
               perform varying ct-idx from 1 by 1
                       until ct-idx > 3 or ct-tag(ct-idx) = pl-tag
                 continue
               end-perform
               evaluate true
                 when ws-refusal is not equal to spaces
                   continue
                 when ct-idx > 3
                   move spaces to ws-refusal
                   string "NOT A PUSHABLE FILE: " delimited by size
                          pl-tag                  delimited by space
                          into ws-refusal
                   end-string
                   move "UNKNOWN-FILE" to ws-reason-code
                 when file-is-packaged(ct-idx)
                   move spaces to ws-refusal
                   string "FILE TWICE IN PACKAGE: " delimited by size
                          pl-tag                    delimited by space
                          into ws-refusal
                   end-string
                   move "DUPLICATE-FILE" to ws-reason-code
                 when pl-raw is equal to spaces
                   move spaces to ws-refusal
                   string "EMPTY LINE FOR "  delimited by size
                          pl-tag             delimited by space
                          into ws-refusal
                   end-string
                   move "EMPTY-FILE" to ws-reason-code
                 when other
                   move "Y"    to ct-packaged(ct-idx)
                   move pl-raw to ct-raw(ct-idx)
               end-evaluate
           end-evaluate
           .

      *> The staged set: every pushable file as it would run - the
      *> package's line where it sent one, the live file where it
      *> did not - then preflight over it.
       stage-package.
           move "mkdir -p cfgstage >/dev/null 2>&1" to ws-shell-cmd
           move zero to return-code
           call 'SYSTEM' using ws-shell-cmd
           move zero to return-code
           perform varying ct-idx from 1 by 1 until ct-idx > 3
             perform stage-one-file
           end-perform

           move "preflight cfgstage" to ws-shell-cmd
           move zero to return-code
           call 'SYSTEM' using ws-shell-cmd
           move return-code to ws-shell-rc
           move zero to return-code
           if ws-shell-rc is not equal to zero
             move "PREFLIGHT NO-GO ON THE STAGED SET" to ws-refusal
             move "PREFLIGHT-NO-GO" to ws-reason-code
             perform refuse-package
           else
             perform apply-package
           end-if
           .

       stage-one-file.
           move spaces to ws-control-name
           string "cfgstage/"             delimited by size
                  function trim(ct-name(ct-idx)) delimited by size
                  into ws-control-name
           end-string
           if file-is-packaged(ct-idx)
             open output control-file
             move ct-raw(ct-idx) to control-record
             write control-record
             close control-file
           else
             call 'CBL_DELETE_FILE' using ws-control-name
                                    returning ws-del-rc
             move spaces to ws-shell-cmd
             string "cp -p "                      delimited by size
                    function trim(ct-name(ct-idx)) delimited by size
                    " cfgstage/ >/dev/null 2>&1"  delimited by size
                    into ws-shell-cmd
             end-string
             move zero to return-code
             call 'SYSTEM' using ws-shell-cmd
             move zero to return-code
           end-if
           .

      *> GO: local edits waiting in the live files are ledgered as
      *> local first, the files about to be replaced are kept in
      *> CFGPREV, the staged ones go live, and cfgaudit ledgers the
      *> change again, now as head office's.
       apply-package.
           move "cfgaudit >/dev/null 2>&1" to ws-shell-cmd
           move zero to return-code
           call 'SYSTEM' using ws-shell-cmd
           move zero to return-code

           move "rm -rf cfgprev; mkdir -p cfgprev >/dev/null 2>&1"
             to ws-shell-cmd
           move zero to return-code
           call 'SYSTEM' using ws-shell-cmd
           move zero to return-code
           open output rollback-file
           move spaces to rollback-record
           move ws-pkg-seq to edited-seq
           string "#PKG,"       delimited by size
                  edited-seq    delimited by size
                  ","           delimited by size
                  ws-requestor  delimited by space
                  into rollback-record
           end-string
           write rollback-record
           perform varying ct-idx from 1 by 1 until ct-idx > 3
             if file-is-packaged(ct-idx)
               perform keep-one-previous
             end-if
           end-perform
           close rollback-file

           perform varying ct-idx from 1 by 1 until ct-idx > 3
             if file-is-packaged(ct-idx)
               move spaces to ws-shell-cmd
               string "cp -p cfgstage/"           delimited by size
                      function trim(ct-name(ct-idx))
                                                  delimited by size
                      " . >/dev/null 2>&1"        delimited by size
                      into ws-shell-cmd
               end-string
               move zero to return-code
               call 'SYSTEM' using ws-shell-cmd
               move zero to return-code
             end-if
           end-perform

           move spaces to ws-origin
           string "HQ-PKG "  delimited by size
                  edited-seq delimited by size
                  into ws-origin
           end-string
           perform record-applied-lines
           move "cfgaudit >/dev/null 2>&1" to ws-shell-cmd
           move zero to return-code
           call 'SYSTEM' using ws-shell-cmd
           move zero to return-code

           perform save-sequence-fence
           display "cfgpush: package " edited-seq " from "
                   function trim(ws-requestor)
                   " passed preflight and is applied; "
                   "cfgpush ROLLBACK restores the previous files."
           move "CFG-APPLY" to ws-event-type
           move "APPLIED"   to ws-result
           move spaces      to ws-reason-code
           move ws-requestor to ws-operator
           perform log-push-event
           perform report-to-dashboard
           .

       keep-one-previous.
           move ct-name(ct-idx) to ws-control-name
           call 'CBL_CHECK_FILE_EXIST' using ws-control-name
                                             ws-file-info
                                       returning ws-file-rc
           move spaces to rollback-record
           if ws-file-rc is equal to zero
             move "Y" to ct-was-live(ct-idx)
             move spaces to ws-shell-cmd
             string "cp -p "                      delimited by size
                    function trim(ct-name(ct-idx)) delimited by size
                    " cfgprev/ >/dev/null 2>&1"   delimited by size
                    into ws-shell-cmd
             end-string
             move zero to return-code
             call 'SYSTEM' using ws-shell-cmd
             move zero to return-code
             string ct-tag(ct-idx) delimited by space
                    ",PRESENT"     delimited by size
                    into rollback-record
             end-string
           else
             string ct-tag(ct-idx) delimited by space
                    ",ABSENT"      delimited by size
                    into rollback-record
             end-string
           end-if
           write rollback-record
           .

       refuse-package.
           move ws-pkg-seq to edited-seq
           display "cfgpush: package " edited-seq " refused: "
                   function trim(ws-refusal)
                   ". The live files are unchanged."
           perform save-sequence-fence
           move "CFG-REFUSE" to ws-event-type
           move "REFUSED"    to ws-result
           move ws-requestor to ws-operator
           perform log-push-event
           perform report-to-dashboard
           .

      *> ------ rollback ------

      *> Puts back what the last apply replaced, and removes a file
      *> the apply created. ROLLBACK.DAT goes with it, so the
      *> rollback cannot be run twice.
       roll-back-last-apply.
           open input rollback-file
           if ws-rb-status is not equal to "00"
             display "cfgpush: no applied package to roll back."
           else
             open input onshift-file
             if ws-shift-status is equal to "00"
               read onshift-file
                 at end move spaces to onshift-record
               end-read
               unstring onshift-record delimited by ","
                 into ws-operator ws-shift-junk
               end-unstring
               close onshift-file
             end-if
             move "cfgaudit >/dev/null 2>&1" to ws-shell-cmd
             move zero to return-code
             call 'SYSTEM' using ws-shell-cmd
             move zero to return-code

             move zero to ws-rb-count
             move "N" to ws-rb-done
             perform until rb-is-done
               read rollback-file
                 at end set rb-is-done to true
                 not at end perform take-rollback-line
               end-read
             end-perform
             close rollback-file
             call 'CBL_DELETE_FILE' using ws-rb-filename
                                    returning ws-del-rc

             move ws-pkg-seq to edited-seq
             move spaces to ws-origin
             string "HQ-ROLLBACK " delimited by size
                    edited-seq     delimited by size
                    into ws-origin
             end-string
             move ws-operator to ws-requestor
             perform record-applied-lines
             move "cfgaudit >/dev/null 2>&1" to ws-shell-cmd
             move zero to return-code
             call 'SYSTEM' using ws-shell-cmd
             move zero to return-code

             display "cfgpush: package " edited-seq
                     " rolled back, " ws-rb-count
                     " file(s) restored to their previous state."
             move "CFG-ROLLBK" to ws-event-type
             move "ROLLEDBACK" to ws-result
             move spaces       to ws-reason-code
             perform log-push-event
             perform report-to-dashboard
           end-if
           .

       take-rollback-line.
           if rollback-record(1:5) is equal to "#PKG,"
             move spaces to ph-tag ph-seq-x ph-requestor
             unstring rollback-record delimited by ","
               into ph-tag ph-seq-x ph-requestor
             end-unstring
             if function test-numval(ph-seq-x) = 0
               compute ws-pkg-seq = function numval(ph-seq-x)
             end-if
           else
             move spaces to rb-tag rb-state
             unstring rollback-record delimited by ","
               into rb-tag rb-state
             end-unstring
             perform varying ct-idx from 1 by 1
                     until ct-idx > 3 or ct-tag(ct-idx) = rb-tag
               continue
             end-perform
             if ct-idx <= 3
               add 1 to ws-rb-count
               move "Y" to ct-packaged(ct-idx)
               if rb-state is equal to "PRESENT"
                 move spaces to ws-shell-cmd
                 string "cp -p cfgprev/"            delimited by size
                        function trim(ct-name(ct-idx))
                                                    delimited by size
                        " . >/dev/null 2>&1"        delimited by size
                        into ws-shell-cmd
                 end-string
                 move zero to return-code
                 call 'SYSTEM' using ws-shell-cmd
                 move zero to return-code
               else
                 move ct-name(ct-idx) to ws-control-name
                 call 'CBL_DELETE_FILE' using ws-control-name
                                        returning ws-del-rc
               end-if
             end-if
           end-if
           .

      *> ------ shared bookkeeping ------

      *> CFGPUSH.LAST: per control file, the line the last apply or
      *> rollback left in it, under ws-origin and ws-requestor, as
      *> cfgaudit reads it back. Files this run did not touch keep
      *> their earlier line.
       record-applied-lines.
           move spaces to last-table
           open input pushed-file
           if ws-push-status is equal to "00"
             move "N" to ws-push-done
             perform until push-is-done
               read pushed-file
                 at end set push-is-done to true
                 not at end
                   move spaces to push-file-tag push-rest
                   unstring pushed-record delimited by "|"
                     into push-file-tag push-rest
                   end-unstring
                   perform varying ct-idx from 1 by 1
                           until ct-idx > 3
                     if ct-tag(ct-idx) is equal to push-file-tag
                       move pushed-record to lt-line(ct-idx)
                     end-if
                   end-perform
               end-read
             end-perform
             close pushed-file
           end-if

           perform varying ct-idx from 1 by 1 until ct-idx > 3
             if file-is-packaged(ct-idx)
               move "(MISSING)" to control-record
               move ct-name(ct-idx) to ws-control-name
               open input control-file
               if ws-ctl-status is equal to "00"
                 read control-file
                   at end move "(MISSING)" to control-record
                 end-read
                 close control-file
               end-if
               move spaces to lt-line(ct-idx)
               string ct-tag(ct-idx)   delimited by space
                      "|"              delimited by size
                      function trim(ws-origin)
                                       delimited by size
                      "|"              delimited by size
                      ws-requestor     delimited by space
                      "|"              delimited by size
                      control-record   delimited by size
                      into lt-line(ct-idx)
               end-string
             end-if
           end-perform

           open output pushed-file
           perform varying ct-idx from 1 by 1 until ct-idx > 3
             if lt-line(ct-idx) is not equal to spaces
               move lt-line(ct-idx) to pushed-record
               write pushed-record
             end-if
           end-perform
           close pushed-file
           .

       load-sequence-fence.
           move zero to ws-last-seq
           open input sequence-file
           if ws-seq-status is equal to "00"
             read sequence-file
               at end move "10" to ws-seq-status
             end-read
             if ws-seq-status is equal to "00" and
                  sequence-record is numeric
               move sequence-record to ws-last-seq
             end-if
             close sequence-file
           end-if
           .

       save-sequence-fence.
           open output sequence-file
           if ws-seq-status is equal to "00"
             move ws-pkg-seq to sequence-record
             write sequence-record
             close sequence-file
           end-if
           .

       log-push-event.
           open extend sensor-event-file
           if ws-sevt-status is not equal to "00" and
                ws-sevt-status is not equal to "05"
             close sensor-event-file
             open output sensor-event-file
           end-if
           if ws-sevt-status is equal to "00"
             move function current-date to ws-timestamp
             move spaces        to sensor-event-record
             move ws-timestamp  to SE-TIMESTAMP
             move "CFGPUSH"     to SE-SOURCE
             move ws-event-type to SE-EVENT-TYPE
             move ws-pkg-seq    to edited-seq
             string "PKG "      delimited by size
                    edited-seq  delimited by size
                    into SE-VALUE
             end-string
             move ws-operator   to SE-OPERATOR
             move ws-station    to SE-STATION
             write sensor-event-record
             close sensor-event-file
           end-if
           .

      *> The outcome posted back to the dashboard; a post that
      *> does not get through is spooled for pushfwd, as tmp102
      *> spools its readings.
       report-to-dashboard.
           if report-url is not equal to spaces
             move ws-pkg-seq to edited-seq
             move spaces to ws-push-data
             string "station="      delimited by size
                    function trim(ws-station) delimited by size
                    "&package="     delimited by size
                    edited-seq      delimited by size
                    "&result="      delimited by size
                    ws-result       delimited by space
                    into ws-push-data
             end-string
             if ws-reason-code is not equal to spaces
               move spaces to ws-spool-line
               string function trim(ws-push-data) delimited by size
                      "&reason="                  delimited by size
                      ws-reason-code              delimited by space
                      into ws-spool-line
               end-string
               move ws-spool-line to ws-push-data
             end-if
             move spaces to ws-shell-cmd
             string "curl -sf -m 5 -X POST -d '"
                                        delimited by size
                    function trim(ws-push-data)
                                        delimited by size
                    "' "                delimited by size
                    function trim(report-url)
                                        delimited by size
                    " >/dev/null 2>&1"  delimited by size
                    into ws-shell-cmd
             end-string
             move zero to return-code
             call 'SYSTEM' using ws-shell-cmd
             move return-code to ws-shell-rc
             move zero to return-code
             if ws-shell-rc is not equal to zero
               perform spool-failed-push
             end-if
           end-if
           .

       spool-failed-push.
           move function current-date to ws-timestamp
           move spaces to ws-spool-line
           string ws-timestamp   delimited by size
                  ","            delimited by size
                  function trim(ws-push-data)
                                 delimited by size
                  ","            delimited by size
                  function trim(report-url)
                                 delimited by size
                  into ws-spool-line
           end-string
           open extend push-spool-file
           if ws-spool-status is not equal to "00" and
                ws-spool-status is not equal to "05"
             close push-spool-file
             open output push-spool-file
           end-if
           if ws-spool-status is equal to "00"
             move ws-spool-line to push-spool-record
             write push-spool-record
             close push-spool-file
           end-if
           .
       end program cfgpush.
