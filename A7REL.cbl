       identification division.
       program-id. A7-RunRelease.
       author. Kaifkhan Vakil.
       date-written. 2026-09-03.
      *Program Description:
      *    Companion release step for the supervisor sign-off. A
      *    normal, MODE=MONTHLY or MODE=YEAREND A7 report run no longer
      *    puts its GL extract, GL adjustments, GL sent history or
      *    operator statements where finance and the supervisors pick
      *    them up - it stages each one under its configured name with
      *    ".pending" added. This program reads the approval file the
      *    supervisor keys (who approved, the approval date, the SITE
      *    and REPORTYEAR, and the run ledger timestamp of the run
      *    being approved) and, for each approval, releases the staged
      *    files by renaming them into place - but only when the
      *    approval names the latest NORMAL, MONTHLY or YEAREND run on
      *    the ledger for that SITE and REPORTYEAR (the run that wrote
      *    the files staged now), that run's return code was below
      *    warning, and the run has not already been released. Every
      *    release and every refusal is appended to the run ledger
      *    with the approver and the reason. GLFILE, GLADJFILE,
      *    GLSENTFILE, STATEMENTFILE and APPROVALFILE come from the
      *    same A7-Params.dat the report run reads.
      *
       environment division.
       input-output section.
       file-control.
      *Assigning the run parameter file - same KEY=VALUE file the A7
      *  report run reads, so the GL and statement file names only
      *  have to be set in one place; keys this program does not know
      *  are ignored.
           select optional param-file
               assign to '../../../A7-Params.dat'
               organization is line sequential.
      *Assigning the supervisor approval file - one comma-delimited
      *  approval per line. Path from ws-approval-file-name
      *  (APPROVALFILE parameter).
           select optional approval-file
               assign to dynamic ws-approval-file-name
               organization is line sequential.
      *Assigning the run ledger the A7 report run appends one line to
      *  per execution - scanned for the run being approved and
      *  appended to with the outcome of every approval.
           select optional ledger-file
               assign to '../../../A7-RunLedger.dat'
               organization is line sequential.
      *Assigning the staged file being probed - reopened for each
      *  pending name in turn by 32-check-staged-file, so a file the
      *  run never staged, or left empty, is never put in place.
           select optional staged-file
               assign to dynamic ws-staged-file-name
               organization is line sequential.
      *
       data division.
       file section.
      *Declaring the run parameter file record.
       fd param-file
           data record is param-line
           record contains 80 characters.
      *
       01 param-line pic x(80).
      *Declaring the approval record - approver, approval date
      *  (YYYYMMDD), SITE, REPORTYEAR, and the ledger date and time
      *  of the run approved, comma-delimited.
       fd approval-file
           data record is approval-rec
           record contains 80 characters.
      *
       01 approval-rec pic x(80).
      *Declaring the run ledger record - the A7 report run's
      *  ws-ledger-line layout, with the approval details in further
      *  columns on the lines this program writes.
       fd ledger-file
           data record is ledger-rec
           record contains 240 characters.
      *
       01 ledger-rec pic x(240).
      *Declaring the staged file record - only whether a first record
      *  can be read matters.
       fd staged-file
           data record is staged-rec
           record contains 132 characters.
      *
       01 staged-rec pic x(132).
      *
       working-storage section.
      *Run parameters - the GL and statement names the report run
      *  was given, with the report run's own GLADJFILE default, and
      *  the approval file, which has none so an old approval file is
      *  never picked up by accident.
       01 ws-parameters.
         05 ws-gl-file-name            pic x(60)   value spaces.
         05 ws-gl-adjust-file-name     pic x(60)   value
                   "../../../A7-GLAdjust.dat".
         05 ws-gl-sent-file-name       pic x(60)   value spaces.
         05 ws-statement-file-name     pic x(60)   value spaces.
         05 ws-approval-file-name      pic x(60)   value spaces.
      *Working fields for parsing one KEY=VALUE line of param-file.
       01 ws-param-fields.
         05 ws-param-key               pic x(20)   value spaces.
         05 ws-param-value             pic x(60)   value spaces.
       77 ws-param-eof                 pic x       value "N".
      *Fields one approval-rec line is unstrung into, and whether it
      *  passed the edits and the ledger checks.
       01 ws-approval-fields.
         05 ws-ap-approver             pic x(20)   value spaces.
         05 ws-ap-date                 pic x(8)    value spaces.
         05 ws-ap-site                 pic x(10)   value spaces.
         05 ws-ap-year                 pic x(4)    value spaces.
         05 ws-ap-run-date             pic x(8)    value spaces.
         05 ws-ap-run-time             pic x(6)    value spaces.
       77 ws-approval-eof              pic x       value "N".
       77 ws-approval-ok               pic x       value "Y".
       77 ws-refuse-reason             pic x(40)   value spaces.
      *Counts of approvals read, released and refused, for the
      *  closing console summary and the return code.
       77 ws-approvals-read            pic 9(5)    value 0.
       77 ws-approvals-released        pic 9(5)    value 0.
       77 ws-approvals-refused         pic 9(5)    value 0.
       77 ws-release-failures          pic 9(5)    value 0.
      *Fields one ledger line is unstrung into by 21-scan-run-ledger.
       01 ws-ledger-scan-fields.
         05 ws-ll-date                 pic x(8)    value spaces.
         05 ws-ll-time                 pic x(6)    value spaces.
         05 ws-ll-mode                 pic x(11)   value spaces.
         05 ws-ll-site                 pic x(10)   value spaces.
         05 ws-ll-year                 pic x(4)    value spaces.
         05 ws-ll-input                pic x(60)   value spaces.
         05 ws-ll-read                 pic x(5)    value spaces.
         05 ws-ll-valid                pic x(5)    value spaces.
         05 ws-ll-rejected             pic x(5)    value spaces.
         05 ws-ll-total                pic x(10)   value spaces.
         05 ws-ll-reco                 pic x(9)    value spaces.
         05 ws-ll-rc                   pic x(2)    value spaces.
         05 ws-ll-approver             pic x(20)   value spaces.
         05 ws-ll-appr-date            pic x(8)    value spaces.
         05 ws-ll-run-date             pic x(8)    value spaces.
         05 ws-ll-run-time             pic x(6)    value spaces.
       77 ws-ledger-eof                pic x       value "N".
      *What the ledger scan found for the approval's SITE and
      *  REPORTYEAR - the latest staging run (NORMAL, MONTHLY or
      *  YEAREND) and its return code, and whether the approved run
      *  was already released.
       01 ws-latest-run.
         05 ws-lr-found                pic x       value "N".
         05 ws-lr-date                 pic x(8)    value spaces.
         05 ws-lr-time                 pic x(6)    value spaces.
         05 ws-lr-rc                   pic x(2)    value spaces.
       77 ws-already-released          pic x       value "N".
      *Working fields for releasing one staged file - the configured
      *  name, its pending name, whether a staged copy is there, and
      *  the status the rename came back with.
       77 ws-release-file-name         pic x(60)   value spaces.
       77 ws-staged-file-name          pic x(68)   value spaces.
       77 ws-staged-found              pic x       value "N".
       77 ws-rename-status             pic s9(9)   value 0.
       77 ws-files-released            pic 9(2)    value 0.
       77 ws-pending-suffix            pic x(8)    value ".pending".
      *The rename routine takes both names as fields of the same
      *  length, blank-padded.
       77 ws-rename-from               pic x(68)   value spaces.
       77 ws-rename-to                 pic x(68)   value spaces.
      *One line of ledger history for a release or a refusal - the
      *  report run's ws-ledger-line columns, then the approver, the
      *  approval date, the ledger timestamp of the run approved and
      *  the reason for a refusal.
       01 ws-ledger-line.
         05 ws-lg-date                 pic x(8)    value spaces.
         05 ws-lg-fs-1                 pic x       value ",".
         05 ws-lg-time                 pic x(6)    value spaces.
         05 ws-lg-fs-2                 pic x       value ",".
         05 ws-lg-mode                 pic x(11)   value "RELEASE".
         05 ws-lg-fs-3                 pic x       value ",".
         05 ws-lg-site                 pic x(10)   value spaces.
         05 ws-lg-fs-4                 pic x       value ",".
         05 ws-lg-year                 pic x(4)    value spaces.
         05 ws-lg-fs-5                 pic x       value ",".
         05 ws-lg-input                pic x(60)   value spaces.
         05 ws-lg-fs-6                 pic x       value ",".
         05 ws-lg-read                 pic 9(5)    value 0.
         05 ws-lg-fs-7                 pic x       value ",".
         05 ws-lg-valid                pic 9(5)    value 0.
         05 ws-lg-fs-8                 pic x       value ",".
         05 ws-lg-rejected             pic 9(5)    value 0.
         05 ws-lg-fs-9                 pic x       value ",".
         05 ws-lg-total                pic 9(10)   value 0.
         05 ws-lg-fs-10                pic x       value ",".
         05 ws-lg-reco                 pic x(9)    value spaces.
         05 ws-lg-fs-11                pic x       value ",".
         05 ws-lg-rc                   pic 99      value 0.
         05 ws-lg-fs-12                pic x       value ",".
         05 ws-lg-approver             pic x(20)   value spaces.
         05 ws-lg-fs-13                pic x       value ",".
         05 ws-lg-appr-date            pic x(8)    value spaces.
         05 ws-lg-fs-14                pic x       value ",".
         05 ws-lg-run-date             pic x(8)    value spaces.
         05 ws-lg-fs-15                pic x       value ",".
         05 ws-lg-run-time             pic x(6)    value spaces.
         05 ws-lg-fs-16                pic x       value ",".
         05 ws-lg-reason               pic x(40)   value spaces.
       77 ws-run-time                  pic x(8)    value spaces.
      *
       procedure division.
       000-Main.
           perform 05-read-parameters.
           if ws-approval-file-name = spaces
               display "A7REL: set APPROVALFILE=path in "
                       "A7-Params.dat"
               move 8 to return-code
           else
               perform 10-process-approvals
               display "A7REL: approvals read " ws-approvals-read
                       " released " ws-approvals-released
                       " refused " ws-approvals-refused
               evaluate true
                   when ws-approvals-read = 0
                       display "A7REL: no approvals on APPROVALFILE"
                               " - nothing released"
                       move 8 to return-code
                   when ws-release-failures > 0
                       move 8 to return-code
                   when ws-approvals-refused > 0
                       move 4 to return-code
                   when other
                       move 0 to return-code
               end-evaluate
           end-if.
           goback.

      *Reading A7-Params.dat (if present) once at the start and
      *  applying any KEY=VALUE overrides - same idiom as the A7
      *  report run's own parameter read.
       05-read-parameters.
           open input param-file.
           move "N" to ws-param-eof.
           perform until ws-param-eof = "Y"
               read param-file
                   at end
                       move "Y" to ws-param-eof
               end-read
               if ws-param-eof not = "Y"
                   perform 06-parse-parameter-line
               end-if
           end-perform.
           close param-file.

      *Splitting one KEY=VALUE parameter line and applying it. Keys
      *  belonging to the other programs fall through to WHEN OTHER.
       06-parse-parameter-line.
           move spaces to ws-param-key.
           move spaces to ws-param-value.
           unstring param-line delimited by "="
               into ws-param-key ws-param-value
           end-unstring.
           evaluate ws-param-key
               when "GLFILE"
                   move ws-param-value to ws-gl-file-name
               when "GLADJFILE"
                   move ws-param-value to ws-gl-adjust-file-name
               when "GLSENTFILE"
                   move ws-param-value to ws-gl-sent-file-name
               when "STATEMENTFILE"
                   move ws-param-value to ws-statement-file-name
               when "APPROVALFILE"
                   move ws-param-value to ws-approval-file-name
               when other
                   continue
           end-evaluate.

      *Reading the approval file and settling each approval in turn -
      *  checked against the ledger as it stands at that moment, so a
      *  second approval of the same run further down the file finds
      *  the first one's release already recorded.
       10-process-approvals.
           open input approval-file.
           move "N" to ws-approval-eof.
           perform until ws-approval-eof = "Y"
               read approval-file
                   at end
                       move "Y" to ws-approval-eof
               end-read
               if ws-approval-eof not = "Y" and
                  approval-rec not = spaces
                   add 1 to ws-approvals-read
                   perform 11-parse-approval-line
                   if ws-approval-ok = "Y"
                       perform 20-check-approval
                   end-if
                   if ws-approval-ok = "Y"
                       perform 30-release-staged-files
                   else
                       add 1 to ws-approvals-refused
                       display "A7REL: refused " ws-ap-site " "
                               ws-ap-year " run " ws-ap-run-date " "
                               ws-ap-run-time " - " ws-refuse-reason
                   end-if
                   perform 40-append-ledger-line
               end-if
           end-perform.
           close approval-file.

      *Splitting and editing one approval line: an approver named,
      *  the approval date and the approved run's ledger date and time
      *  numeric, the SITE and REPORTYEAR given.
       11-parse-approval-line.
           move spaces to ws-approval-fields.
           unstring approval-rec delimited by ","
               into ws-ap-approver
                    ws-ap-date
                    ws-ap-site
                    ws-ap-year
                    ws-ap-run-date
                    ws-ap-run-time
           end-unstring.
           move "Y" to ws-approval-ok.
           move spaces to ws-refuse-reason.
           if ws-ap-approver = spaces or
              ws-ap-date is not numeric or
              ws-ap-year is not numeric or
              ws-ap-run-date is not numeric or
              ws-ap-run-time is not numeric
               move "N" to ws-approval-ok
               move "Approval line incomplete or not numeric"
                   to ws-refuse-reason
           end-if.

      *Checking one approval against the run ledger - refused when the
      *  ledger holds no NORMAL, MONTHLY or YEAREND run for the SITE
      *  and REPORTYEAR, when the approved run was already released,
      *  when it is not the latest such run, when that run's return
      *  code was warning or worse, or when the approval is dated
      *  before the run it approves.
       20-check-approval.
           perform 21-scan-run-ledger.
           evaluate true
               when ws-lr-found = "N"
                   move "N" to ws-approval-ok
                   move "No staging run on ledger"
                       to ws-refuse-reason
               when ws-already-released = "Y"
                   move "N" to ws-approval-ok
                   move "Run already released" to ws-refuse-reason
               when ws-ap-run-date not = ws-lr-date or
                    ws-ap-run-time not = ws-lr-time
                   move "N" to ws-approval-ok
                   move "Not the latest run for site/year"
                       to ws-refuse-reason
               when ws-lr-rc is not numeric
                   move "N" to ws-approval-ok
                   move "Run return code not on ledger"
                       to ws-refuse-reason
               when ws-lr-rc >= "04"
                   move "N" to ws-approval-ok
                   string "Run return code " delimited by size
                          ws-lr-rc delimited by size
                          " not below warning" delimited by size
                       into ws-refuse-reason
                   end-string
               when ws-ap-date < ws-lr-date
                   move "N" to ws-approval-ok
                   move "Approval dated before the run"
                       to ws-refuse-reason
               when other
                   continue
           end-evaluate.

      *Reading the whole run ledger for the approval's SITE and
      *  REPORTYEAR - the ledger is in run order, so the last NORMAL,
      *  MONTHLY or YEAREND line seen is the latest run, the one whose
      *  files are staged now - and noting any release already
      *  recorded against the approved run.
       21-scan-run-ledger.
           move "N" to ws-lr-found.
           move spaces to ws-lr-date.
           move spaces to ws-lr-time.
           move spaces to ws-lr-rc.
           move "N" to ws-already-released.
           move "N" to ws-ledger-eof.
           open input ledger-file.
           perform until ws-ledger-eof = "Y"
               read ledger-file
                   at end
                       move "Y" to ws-ledger-eof
               end-read
               if ws-ledger-eof not = "Y"
                   perform 22-check-ledger-line
               end-if
           end-perform.
           close ledger-file.

      *Splitting one ledger line and folding it into ws-latest-run or
      *  ws-already-released when it is for the approval's SITE and
      *  REPORTYEAR.
       22-check-ledger-line.
           move spaces to ws-ledger-scan-fields.
           unstring ledger-rec delimited by ","
               into ws-ll-date
                    ws-ll-time
                    ws-ll-mode
                    ws-ll-site
                    ws-ll-year
                    ws-ll-input
                    ws-ll-read
                    ws-ll-valid
                    ws-ll-rejected
                    ws-ll-total
                    ws-ll-reco
                    ws-ll-rc
                    ws-ll-approver
                    ws-ll-appr-date
                    ws-ll-run-date
                    ws-ll-run-time
           end-unstring.
           if ws-ll-site = ws-ap-site and ws-ll-year = ws-ap-year
               evaluate ws-ll-mode
                   when "NORMAL"
                   when "MONTHLY"
                   when "YEAREND"
                       move "Y" to ws-lr-found
                       move ws-ll-date to ws-lr-date
                       move ws-ll-time to ws-lr-time
                       move ws-ll-rc to ws-lr-rc
                   when "RELEASE"
                       if ws-ll-reco = "RELEASED" and
                          ws-ll-run-date = ws-ap-run-date and
                          ws-ll-run-time = ws-ap-run-time
                           move "Y" to ws-already-released
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.

      *Releasing the approved run's staged files - the GL extract or
      *  adjustments first and the GL sent history after them, so the
      *  history never claims a send finance does not have, then the
      *  statements.
       30-release-staged-files.
           move 0 to ws-files-released.
           move ws-gl-file-name to ws-release-file-name.
           perform 31-release-one-file.
           move ws-gl-adjust-file-name to ws-release-file-name.
           perform 31-release-one-file.
           move ws-gl-sent-file-name to ws-release-file-name.
           perform 31-release-one-file.
           move ws-statement-file-name to ws-release-file-name.
           perform 31-release-one-file.

           if ws-approval-ok = "Y"
               add 1 to ws-approvals-released
               display "A7REL: released " ws-ap-site " "
                       ws-ap-year " run " ws-ap-run-date " "
                       ws-ap-run-time " approved by " ws-ap-approver
               if ws-files-released = 0
                   display "A7REL:   no staged files were waiting"
               end-if
           end-if.

      *Putting one staged file in place under its configured name,
      *  when a name is configured and the run left a non-empty file
      *  staged under it. A rename that fails leaves the run only
      *  partly released, which is recorded as such.
       31-release-one-file.
           if ws-release-file-name not = spaces
               move spaces to ws-staged-file-name
               string ws-release-file-name delimited by space
                      ws-pending-suffix delimited by size
                   into ws-staged-file-name
               end-string
               perform 32-check-staged-file
               if ws-staged-found = "Y"
                   move ws-staged-file-name to ws-rename-from
                   move ws-release-file-name to ws-rename-to
                   call "CBL_RENAME_FILE" using ws-rename-from
                                                ws-rename-to
                   end-call
                   move return-code to ws-rename-status
                   if ws-rename-status = 0
                       add 1 to ws-files-released
                       display "A7REL:   released "
                               ws-release-file-name
                   else
                       display "A7REL:   could not release "
                               ws-release-file-name
                       if ws-approval-ok = "Y"
                           add 1 to ws-release-failures
                           move "P" to ws-approval-ok
                           move "Staged file could not be put in place"
                               to ws-refuse-reason
                       end-if
                   end-if
               end-if
           end-if.

      *Probing whether a staged file is there and non-empty - an
      *  optional file that is missing opens clean and hits end-of-file
      *  on the first read, the same as one left empty.
       32-check-staged-file.
           move "N" to ws-staged-found.
           open input staged-file.
           read staged-file
               at end
                   continue
               not at end
                   move "Y" to ws-staged-found
           end-read.
           close staged-file.

      *Appending the approval's outcome to the run ledger - RELEASED,
      *  REFUSED or PARTIAL in the reconciliation column, with the
      *  approver, approval date, the run approved and the reason.
       40-append-ledger-line.
           accept ws-lg-date from date yyyymmdd.
           accept ws-run-time from time.
           move ws-run-time(1:6) to ws-lg-time.
           move ws-ap-site to ws-lg-site.
           move ws-ap-year to ws-lg-year.
           move ws-approval-file-name to ws-lg-input.
           move 1 to ws-lg-read.
           move ws-ap-approver to ws-lg-approver.
           move ws-ap-date to ws-lg-appr-date.
           move ws-ap-run-date to ws-lg-run-date.
           move ws-ap-run-time to ws-lg-run-time.
           move ws-refuse-reason to ws-lg-reason.
           evaluate ws-approval-ok
               when "Y"
                   move 1 to ws-lg-valid
                   move 0 to ws-lg-rejected
                   move ws-files-released to ws-lg-total
                   move "RELEASED" to ws-lg-reco
                   move 0 to ws-lg-rc
               when "P"
                   move 1 to ws-lg-valid
                   move 0 to ws-lg-rejected
                   move ws-files-released to ws-lg-total
                   move "PARTIAL" to ws-lg-reco
                   move 8 to ws-lg-rc
               when other
                   move 0 to ws-lg-valid
                   move 1 to ws-lg-rejected
                   move 0 to ws-lg-total
                   move "REFUSED" to ws-lg-reco
                   move 4 to ws-lg-rc
           end-evaluate.

           open extend ledger-file.
           write ledger-rec from ws-ledger-line.
           close ledger-file.
