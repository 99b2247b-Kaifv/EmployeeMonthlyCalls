       identification division.
       program-id. A7-SwitchSummary.
       author. Kaifkhan Vakil.
       date-written. 2026-09-03.
      *Program Description:
      *    Companion program that builds the MODE=MONTHLY transaction
      *    feed straight from the phone switch's call-detail export,
      *    instead of someone tallying the export in a spreadsheet and
      *    retyping the totals. Each call-detail record carries the
      *    switch operator ID, call date, start time, duration in
      *    seconds and disposition; abandoned calls, zero-second calls
      *    and calls on test extensions are dropped, and every other
      *    call is counted into its fiscal month using the same
      *    STARTMONTH/MONTHLIST calendar the A7 report run uses. The
      *    counts are written to MONTHLYFILE in exactly the layout
      *    the report run's 44-apply-monthly-line reads, and a
      *    summary listing shows calls, talk time and average handle
      *    time per operator plus every switch ID that does not map
      *    to an operator on the roster. SWITCHFILE, MONTHLYFILE,
      *    SWITCHLIST, TESTEXT and the rest come from the same
      *    A7-Params.dat the report run reads.
      *
       environment division.
       input-output section.
       file-control.
      *Assigning the run parameter file - same KEY=VALUE file the A7
      *  report run reads, so MONTHLYFILE, STARTMONTH and ROSTERFILE
      *  only have to be set in one place; keys this program does not
      *  know are ignored.
           select optional param-file
               assign to '../../../A7-Params.dat'
               organization is line sequential.
      *Assigning the switch call-detail export - one comma-delimited
      *  line per call. Path from ws-switch-file-name (SWITCHFILE
      *  parameter).
           select switch-file
               assign to dynamic ws-switch-file-name
               organization is line sequential.
      *Assigning the monthly transaction feed this program writes and
      *  MODE=MONTHLY reads. Path from ws-monthly-file-name
      *  (MONTHLYFILE parameter).
           select monthly-file
               assign to dynamic ws-monthly-file-name
               organization is line sequential.
      *Assigning the operator roster master - read once so switch IDs
      *  can be mapped to operators and named on the summary. Path
      *  from ws-roster-file-name (ROSTERFILE parameter); optional so
      *  a site without a roster still gets its feed, unchecked.
           select optional roster-file
               assign to dynamic ws-roster-file-name
               organization is line sequential.
      *Assigning the summary listing print file. Path from
      *  ws-listing-file-name (SWITCHLIST parameter).
           select listing-file
               assign to dynamic ws-listing-file-name
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
      *Declaring the call-detail record - operator ID, call date
      *  (yyyymmdd), start time (hhmmss), duration in seconds and
      *  disposition, comma-delimited.
       fd switch-file
           data record is switch-rec
           record contains 60 characters.
      *
       01 switch-rec pic x(60).
      *Declaring the monthly transaction record - same 17-byte
      *  operator,month,count layout the A7 report run's monthly-file
      *  carries.
       fd monthly-file
           data record is monthly-rec
           record contains 17 characters.
      *
       01 monthly-rec pic x(17).
      *Declaring the roster master record - same comma-delimited
      *  layout the A7 report run's 13-parse-roster-line reads; only
      *  the leading fields are used here.
       fd roster-file
           data record is roster-rec
           record contains 121 characters.
      *
       01 roster-rec pic x(121).
      *Declaring the summary listing record.
       fd listing-file
           data record is listing-line
           record contains 80 characters.
      *
       01 listing-line pic x(80).
      *
       working-storage section.
      *Variable level for storing constants later used in the program.
       01 ws-constants.
         05 ws-number-of-months        pic 99      value 12.
      *Full calendar year of month abbreviations, January first, and
      *  the fiscal-order copy 07-build-fiscal-months rotates it into
      *  from STARTMONTH - same parameters, same rotation, as the A7
      *  report run, so a month bucketed here is the month MODE=
      *  MONTHLY posts it to.
         05 ws-fiscal-month-list       pic x(36)   value
                   "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
         05 ws-cal-month-literals redefines ws-fiscal-month-list
                                       pic x(3)    occurs
                              12 times.
         05 ws-month-names             pic x(36)   value
                           "JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN".
         05 ws-month-literals redefines ws-month-names
                                       pic x(3)    occurs
                              12 times.
      *Run parameters - the listing file has a default so a run that
      *  forgets SWITCHLIST still leaves its summary somewhere
      *  predictable; the switch export and the feed have none,
      *  because writing the wrong month's feed is not a mistake to
      *  make easy. TESTEXT is a comma-separated list of the switch
      *  IDs used for testing; REPORTYEAR, when set, drops calls
      *  dated outside that fiscal year.
       01 ws-parameters.
         05 ws-switch-file-name        pic x(60)   value spaces.
         05 ws-monthly-file-name       pic x(60)   value spaces.
         05 ws-roster-file-name        pic x(60)   value spaces.
         05 ws-listing-file-name       pic x(60)   value
                   "../../../A7-SwitchSummary.out".
         05 ws-test-ext-list           pic x(60)   value spaces.
         05 ws-fiscal-start-month      pic x(3)    value "JUL".
         05 ws-report-year             pic x(4)    value spaces.
      *Working fields for parsing one KEY=VALUE line of param-file.
       01 ws-param-fields.
         05 ws-param-key               pic x(20)   value spaces.
         05 ws-param-value             pic x(60)   value spaces.
       77 ws-param-eof                 pic x       value "N".
      *Working fields for 07-build-fiscal-months' rotation.
       77 ws-fiscal-start-idx          pic 99      value 7.
       77 ws-fiscal-loop-idx           pic 99      value 0.
       77 ws-fiscal-cal-idx            pic 99      value 0.
       77 ws-sub                       pic 99      value 0.
      *Test extension IDs split out of TESTEXT by
      *  08-parse-test-extensions.
       01 ws-test-ext-table.
         05 ws-test-ext                pic x(6)    occurs 10 times
                                                   value spaces.
       77 ws-test-ext-count            pic 99      value 0.
       77 ws-test-ext-idx              pic 99      value 0.
       77 ws-test-ext-pointer          pic 99      value 1.
      *Table of roster operators - number, name and active flag - in
      *  operator-number order so each switch ID's lookup can SEARCH
      *  ALL.
       77 ws-roster-count              pic 9(4)    value 0.
       01 ws-roster-table.
         05 ws-ros-entry               occurs 0 to 5000 times
                                       depending on ws-roster-count
                                       ascending key is ws-ros-num
                                       indexed by ws-ros-idx.
           10 ws-ros-num               pic x(6).
           10 ws-ros-name              pic x(12).
           10 ws-ros-active            pic x.
       77 ws-ros-match-idx             pic 9(4)    value 0.
       77 ws-ros-shift-idx             pic 9(4)    value 0.
       77 ws-ros-shift-done            pic x       value "N".
       77 ws-roster-eof                pic x       value "N".
      *Fields one roster-rec line is unstrung into.
       01 ws-roster-line.
         05 ws-ro-num                  pic x(6)    value spaces.
         05 ws-ro-name                 pic x(12)   value spaces.
         05 ws-ro-team                 pic x(3)    value spaces.
         05 ws-ro-active               pic x       value spaces.
         05 ws-ro-hire                 pic x(8)    value spaces.
         05 ws-ro-term                 pic x(8)    value spaces.
      *Fields one call-detail record is unstrung into, with the
      *  numeric views 21-edit-call-record works from.
       01 ws-call-fields.
         05 ws-cd-op-id                pic x(6)    value spaces.
         05 ws-cd-date                 pic x(8)    value spaces.
         05 ws-cd-date-parts redefines ws-cd-date.
           10 ws-cd-year               pic 9(4).
           10 ws-cd-month              pic 99.
           10 ws-cd-day                pic 99.
         05 ws-cd-start-time           pic x(6)    value spaces.
         05 ws-cd-duration-text        pic x(6)    value spaces.
         05 ws-cd-disposition          pic x(3)    value spaces.
       77 ws-cd-duration               pic 9(6)    value 0.
       77 ws-cd-fiscal-slot            pic 99      value 0.
       77 ws-cd-fiscal-year            pic 9(4)    value 0.
       77 ws-report-year-num           pic 9(4)    value 0.
       77 ws-call-keep                 pic x       value "Y".
       77 ws-switch-eof                pic x       value "N".
      *Per-switch-ID call counts by fiscal month and total talk
      *  seconds, in switch-ID order (sorted insert, SEARCH ALL).
      *  ws-sw-mapped is "Y" once the ID is found on the roster.
       77 ws-switch-count              pic 9(4)    value 0.
       01 ws-switch-table.
         05 ws-sw-entry                occurs 0 to 5000 times
                                       depending on ws-switch-count
                                       ascending key is ws-sw-id
                                       indexed by ws-sw-idx.
           10 ws-sw-id                 pic x(6).
           10 ws-sw-mapped             pic x.
           10 ws-sw-name               pic x(12).
           10 ws-sw-calls              pic 9(6)    occurs 12 times.
           10 ws-sw-total-calls        pic 9(7).
           10 ws-sw-talk-seconds       pic 9(9).
       77 ws-sw-match-idx              pic 9(4)    value 0.
       77 ws-sw-shift-idx              pic 9(4)    value 0.
       77 ws-sw-shift-done             pic x       value "N".
      *Run counters for the summary's control block.
       77 ws-records-read              pic 9(7)    value 0.
       77 ws-dropped-abandoned         pic 9(7)    value 0.
       77 ws-dropped-zero              pic 9(7)    value 0.
       77 ws-dropped-test              pic 9(7)    value 0.
       77 ws-dropped-year              pic 9(7)    value 0.
       77 ws-dropped-unreadable        pic 9(7)    value 0.
       77 ws-dropped-overflow          pic 9(7)    value 0.
       77 ws-calls-kept                pic 9(7)    value 0.
       77 ws-feed-lines                pic 9(7)    value 0.
       77 ws-feed-capped               pic 9(5)    value 0.
       77 ws-unmapped-count            pic 9(5)    value 0.
       77 ws-all-talk-seconds          pic 9(10)   value 0.
      *Working fields for turning a count of seconds into hours,
      *  minutes and seconds for the talk time and handle time
      *  columns.
       77 ws-time-seconds              pic 9(10)   value 0.
       77 ws-time-hh                   pic 9(6)    value 0.
       77 ws-time-mm                   pic 99      value 0.
       77 ws-time-ss                   pic 99      value 0.
       77 ws-time-rest                 pic 9(10)   value 0.
       77 ws-aht-seconds               pic 9(6)    value 0.
      *This is the comma-delimited monthly transaction record -
      *  operator number, fiscal month, call count.
       01 ws-monthly-line.
         05 ws-ml-num                  pic x(6)    value spaces.
         05 ws-ml-fs-1                 pic x       value ",".
         05 ws-ml-month                pic x(3)    value spaces.
         05 ws-ml-fs-2                 pic x       value ",".
         05 ws-ml-count                pic 9(6)    value 0.
      *Heading, detail and summary lines for the summary listing.
       01 ws-listing-heading.
         05 filler                     pic x(35)   value
         "Switch Call-Detail Monthly Summary ".
         05 filler                     pic x(10)   value
         "- Months: ".
         05 ws-lh-start-month          pic x(3)    value spaces.
         05 filler                     pic x(3)    value " - ".
         05 ws-lh-end-month            pic x(3)    value spaces.
         05 filler                     pic x(26)   value spaces.
       01 ws-listing-count-line.
         05 ws-lcl-label               pic x(42)   value spaces.
         05 ws-lcl-count               pic z,zzz,zz9 value 0.
         05 filler                     pic x(29)   value spaces.
       01 ws-listing-column-heading.
         05 filler                     pic x(10)   value "Switch ID ".
         05 filler                     pic x(14)   value
             "Operator Name ".
         05 filler                     pic x(10)   value "     Calls".
         05 filler                     pic x(16)   value
             "  Talk (h:mm:ss)".
         05 filler                     pic x(12)   value
             "   AHT (m:s)".
         05 filler                     pic x(18)   value spaces.
       01 ws-listing-detail-line.
         05 ws-ld-id                   pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-ld-name                 pic x(12)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-ld-calls                pic z,zzz,zz9 value 0.
         05 filler                     pic x(3)    value spaces.
         05 ws-ld-talk-hh              pic zzzzz9  value 0.
         05 filler                     pic x       value ":".
         05 ws-ld-talk-mm              pic 99      value 0.
         05 filler                     pic x       value ":".
         05 ws-ld-talk-ss              pic 99      value 0.
         05 filler                     pic x(4)    value spaces.
         05 ws-ld-aht-mm               pic zzz9    value 0.
         05 filler                     pic x       value ":".
         05 ws-ld-aht-ss               pic 99      value 0.
         05 filler                     pic x(20)   value spaces.
       01 ws-listing-unmapped-heading.
         05 filler                     pic x(45)   value
         "Switch IDs Not On The Roster (Not In Feed):  ".
         05 filler                     pic x(35)   value spaces.
       01 ws-listing-unmapped-line.
         05 filler                     pic x(4)    value spaces.
         05 ws-lu-id                   pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-lu-calls                pic z,zzz,zz9 value 0.
         05 filler                     pic x(6)    value " calls".
         05 filler                     pic x(51)   value spaces.
       01 ws-listing-text-line.
         05 ws-ltl-text                pic x(80)   value spaces.
      *
       procedure division.
       000-Main.
           perform 05-read-parameters.
           evaluate true
               when ws-switch-file-name = spaces
                   display "A7SWCH: set SWITCHFILE=path in "
                           "A7-Params.dat"
                   move 8 to return-code
               when ws-monthly-file-name = spaces
                   display "A7SWCH: set MONTHLYFILE=path in "
                           "A7-Params.dat"
                   move 8 to return-code
               when ws-report-year not = spaces and
                    ws-report-year is not numeric
                   display "A7SWCH: REPORTYEAR must be a 4-digit "
                           "year"
                   move 8 to return-code
               when other
                   perform 07-build-fiscal-months
                   perform 08-parse-test-extensions
                   if ws-roster-file-name not = spaces
                       perform 10-load-roster
                   end-if
                   perform 20-read-call-records
                   perform 30-write-monthly-file
                   perform 40-print-summary
                   if ws-calls-kept = 0
                       move 8 to return-code
                   else
                       if ws-unmapped-count > 0 or
                          ws-dropped-unreadable > 0 or
                          ws-dropped-overflow > 0 or
                          ws-feed-capped > 0
                           move 4 to return-code
                       end-if
                   end-if
           end-evaluate.
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
               when "SWITCHFILE"
                   move ws-param-value to ws-switch-file-name
               when "MONTHLYFILE"
                   move ws-param-value to ws-monthly-file-name
               when "ROSTERFILE"
                   move ws-param-value to ws-roster-file-name
               when "SWITCHLIST"
                   move ws-param-value to ws-listing-file-name
               when "TESTEXT"
                   move ws-param-value to ws-test-ext-list
               when "STARTMONTH"
                   move ws-param-value(1:3) to ws-fiscal-start-month
               when "MONTHLIST"
                   move ws-param-value(1:36) to ws-fiscal-month-list
               when "REPORTYEAR"
                   move ws-param-value(1:4) to ws-report-year
               when other
                   continue
           end-evaluate.

      *Rotating the calendar month list to start on STARTMONTH - the
      *  same fiscal column order the A7 report run builds, so the
      *  month names written to the feed are the ones MODE=MONTHLY
      *  recognizes.
       07-build-fiscal-months.
           move 1 to ws-fiscal-start-idx.
           perform varying ws-fiscal-loop-idx
               from 1 by 1
               until ws-fiscal-loop-idx > 12
               if ws-cal-month-literals(ws-fiscal-loop-idx) =
                   ws-fiscal-start-month
                   move ws-fiscal-loop-idx to ws-fiscal-start-idx
               end-if
           end-perform.

           move ws-fiscal-start-idx to ws-fiscal-cal-idx.
           perform varying ws-fiscal-loop-idx
               from 1 by 1
               until ws-fiscal-loop-idx > 12
               move ws-cal-month-literals(ws-fiscal-cal-idx)
                   to ws-month-literals(ws-fiscal-loop-idx)
               add 1 to ws-fiscal-cal-idx
               if ws-fiscal-cal-idx > 12
                   move 1 to ws-fiscal-cal-idx
               end-if
           end-perform.

           if ws-report-year not = spaces
               compute ws-report-year-num =
                   function numval(ws-report-year)
           end-if.

      *Splitting the TESTEXT list into ws-test-ext-table, one switch
      *  ID per comma-separated entry.
       08-parse-test-extensions.
           move 0 to ws-test-ext-count.
           move 1 to ws-test-ext-pointer.
           perform varying ws-test-ext-idx
               from 1 by 1
               until ws-test-ext-idx > 10
                  or ws-test-ext-pointer > 60
               unstring ws-test-ext-list delimited by ","
                   into ws-test-ext(ws-test-ext-idx)
                   with pointer ws-test-ext-pointer
               end-unstring
               if ws-test-ext(ws-test-ext-idx) not = spaces
                   move ws-test-ext-idx to ws-test-ext-count
               end-if
           end-perform.

      *Reading the roster master into ws-roster-table in operator-
      *  number order.
       10-load-roster.
           open input roster-file.
           move "N" to ws-roster-eof.
           perform until ws-roster-eof = "Y"
               read roster-file
                   at end
                       move "Y" to ws-roster-eof
               end-read
               if ws-roster-eof not = "Y" and ws-roster-count < 5000
                   perform 11-parse-roster-line
               end-if
           end-perform.
           close roster-file.

      *Splitting one roster-rec line and inserting the operator in
      *  operator-number order.
       11-parse-roster-line.
           move spaces to ws-roster-line.
           unstring roster-rec delimited by ","
               into ws-ro-num
                    ws-ro-name
                    ws-ro-team
                    ws-ro-active
                    ws-ro-hire
                    ws-ro-term
           end-unstring.
           if ws-ro-num not = spaces
               add 1 to ws-roster-count
               move ws-roster-count to ws-ros-shift-idx
               move "N" to ws-ros-shift-done
               perform until ws-ros-shift-done = "Y"
                   if ws-ros-shift-idx = 1
                       move "Y" to ws-ros-shift-done
                   else
                       if ws-ros-num(ws-ros-shift-idx - 1) > ws-ro-num
                           move ws-ros-entry(ws-ros-shift-idx - 1)
                               to ws-ros-entry(ws-ros-shift-idx)
                           subtract 1 from ws-ros-shift-idx
                       else
                           move "Y" to ws-ros-shift-done
                       end-if
                   end-if
               end-perform
               move ws-ro-num to ws-ros-num(ws-ros-shift-idx)
               move ws-ro-name to ws-ros-name(ws-ros-shift-idx)
               move ws-ro-active to ws-ros-active(ws-ros-shift-idx)
           end-if.

      *Reading the call-detail export and posting every call that
      *  survives 21-edit-call-record to its switch ID's fiscal month.
       20-read-call-records.
           open input switch-file.
           move "N" to ws-switch-eof.
           perform until ws-switch-eof = "Y"
               read switch-file
                   at end
                       move "Y" to ws-switch-eof
               end-read
               if ws-switch-eof not = "Y" and switch-rec not = spaces
                   add 1 to ws-records-read
                   perform 21-edit-call-record
                   if ws-call-keep = "Y"
                       perform 23-post-call
                   end-if
               end-if
           end-perform.
           close switch-file.

      *Deciding whether one call counts - an unreadable date or
      *  duration, an abandoned call, a zero-second call, a test
      *  extension, or (when REPORTYEAR is set) a call outside the
      *  fiscal year is dropped and counted under its reason.
       21-edit-call-record.
           move spaces to ws-call-fields.
           unstring switch-rec delimited by ","
               into ws-cd-op-id
                    ws-cd-date
                    ws-cd-start-time
                    ws-cd-duration-text
                    ws-cd-disposition
           end-unstring.
           move "Y" to ws-call-keep.

           if ws-cd-op-id = spaces or
              ws-cd-date is not numeric or
              ws-cd-month < 1 or ws-cd-month > 12 or
              ws-cd-day < 1 or ws-cd-day > 31
               move "N" to ws-call-keep
               add 1 to ws-dropped-unreadable
           end-if.

           if ws-call-keep = "Y"
               move 0 to ws-cd-duration
               if ws-cd-duration-text not = spaces
                   if function trim(ws-cd-duration-text) is numeric
                       compute ws-cd-duration =
                           function numval(ws-cd-duration-text)
                   else
                       move "N" to ws-call-keep
                       add 1 to ws-dropped-unreadable
                   end-if
               end-if
           end-if.

           if ws-call-keep = "Y"
               evaluate true
                   when ws-cd-disposition = "ABN"
                       move "N" to ws-call-keep
                       add 1 to ws-dropped-abandoned
                   when ws-cd-duration = 0
                       move "N" to ws-call-keep
                       add 1 to ws-dropped-zero
                   when other
                       perform varying ws-test-ext-idx
                           from 1 by 1
                           until ws-test-ext-idx > ws-test-ext-count
                           if ws-test-ext(ws-test-ext-idx) =
                              ws-cd-op-id
                               move "N" to ws-call-keep
                           end-if
                       end-perform
                       if ws-call-keep = "N"
                           add 1 to ws-dropped-test
                       end-if
               end-evaluate
           end-if.

           if ws-call-keep = "Y"
               perform 22-bucket-fiscal-month
           end-if.

      *Finding the fiscal slot the call's calendar month falls in -
      *  STARTMONTH is slot 1 - and, when REPORTYEAR is set, checking
      *  the call's year against the fiscal year the report run
      *  files: slots from STARTMONTH to December belong to
      *  REPORTYEAR, the slots after December to the year after, the
      *  same way the report run's proration reads the calendar.
       22-bucket-fiscal-month.
           if ws-cd-month < ws-fiscal-start-idx
               compute ws-cd-fiscal-slot =
                   ws-cd-month - ws-fiscal-start-idx + 13
           else
               compute ws-cd-fiscal-slot =
                   ws-cd-month - ws-fiscal-start-idx + 1
           end-if.
           if ws-report-year not = spaces
               move ws-report-year-num to ws-cd-fiscal-year
               if ws-cd-month < ws-fiscal-start-idx
                   add 1 to ws-cd-fiscal-year
               end-if
               if ws-cd-year not = ws-cd-fiscal-year
                   move "N" to ws-call-keep
                   add 1 to ws-dropped-year
               end-if
           end-if.

      *Posting one kept call to its switch ID's entry - found by
      *  SEARCH ALL, or inserted in switch-ID order (and checked
      *  against the roster) the first time the ID turns up.
       23-post-call.
           move 0 to ws-sw-match-idx.
           if ws-switch-count > 0
               search all ws-sw-entry
                   at end
                       continue
                   when ws-sw-id(ws-sw-idx) = ws-cd-op-id
                       move ws-sw-idx to ws-sw-match-idx
               end-search
           end-if.
           if ws-sw-match-idx = 0 and ws-switch-count < 5000
               perform 24-insert-switch-id
               move ws-sw-shift-idx to ws-sw-match-idx
           end-if.
           if ws-sw-match-idx = 0
               add 1 to ws-dropped-overflow
           else
               add 1 to ws-calls-kept
               add 1 to ws-sw-calls(ws-sw-match-idx ws-cd-fiscal-slot)
               add 1 to ws-sw-total-calls(ws-sw-match-idx)
               add ws-cd-duration to ws-sw-talk-seconds(ws-sw-match-idx)
               add ws-cd-duration to ws-all-talk-seconds
           end-if.

      *Inserting a new switch ID in switch-ID order, shifting greater
      *  entries up one, and mapping it to the roster: an ID maps
      *  when it is an operator number on the roster. With no roster
      *  loaded every ID is taken as an operator number, unchecked.
       24-insert-switch-id.
           add 1 to ws-switch-count.
           move ws-switch-count to ws-sw-shift-idx.
           move "N" to ws-sw-shift-done.
           perform until ws-sw-shift-done = "Y"
               if ws-sw-shift-idx = 1
                   move "Y" to ws-sw-shift-done
               else
                   if ws-sw-id(ws-sw-shift-idx - 1) > ws-cd-op-id
                       move ws-sw-entry(ws-sw-shift-idx - 1)
                           to ws-sw-entry(ws-sw-shift-idx)
                       subtract 1 from ws-sw-shift-idx
                   else
                       move "Y" to ws-sw-shift-done
                   end-if
               end-if
           end-perform.
           move ws-cd-op-id to ws-sw-id(ws-sw-shift-idx).
           move spaces to ws-sw-name(ws-sw-shift-idx).
           move 0 to ws-sw-total-calls(ws-sw-shift-idx).
           move 0 to ws-sw-talk-seconds(ws-sw-shift-idx).
           perform varying ws-sub
               from 1 by 1
               until ws-sub > ws-number-of-months
               move 0 to ws-sw-calls(ws-sw-shift-idx ws-sub)
           end-perform.

           move "N" to ws-sw-mapped(ws-sw-shift-idx).
           if ws-roster-file-name = spaces
               move "Y" to ws-sw-mapped(ws-sw-shift-idx)
           else
               move 0 to ws-ros-match-idx
               if ws-roster-count > 0
                   search all ws-ros-entry
                       at end
                           continue
                       when ws-ros-num(ws-ros-idx) = ws-cd-op-id
                           move ws-ros-idx to ws-ros-match-idx
                   end-search
               end-if
               if ws-ros-match-idx not = 0
                   move "Y" to ws-sw-mapped(ws-sw-shift-idx)
                   move ws-ros-name(ws-ros-match-idx)
                       to ws-sw-name(ws-sw-shift-idx)
               end-if
           end-if.
           if ws-sw-mapped(ws-sw-shift-idx) = "N"
               add 1 to ws-unmapped-count
           end-if.

      *Writing the monthly feed - one operator,month,count line for
      *  every mapped switch ID and fiscal month with calls, in
      *  operator-number order. The report run's monthly buckets
      *  hold five digits, so a month over 99999 is written as it is
      *  (MODE=MONTHLY rejects it visibly) and flagged here.
       30-write-monthly-file.
           open output monthly-file.
           perform varying ws-sw-idx
               from 1 by 1
               until ws-sw-idx > ws-switch-count
               if ws-sw-mapped(ws-sw-idx) = "Y"
                   perform varying ws-sub
                       from 1 by 1
                       until ws-sub > ws-number-of-months
                       if ws-sw-calls(ws-sw-idx ws-sub) > 0
                           move ws-sw-id(ws-sw-idx) to ws-ml-num
                           move ws-month-literals(ws-sub)
                               to ws-ml-month
                           move ws-sw-calls(ws-sw-idx ws-sub)
                               to ws-ml-count
                           write monthly-rec from ws-monthly-line
                           add 1 to ws-feed-lines
                           if ws-sw-calls(ws-sw-idx ws-sub) > 99999
                               add 1 to ws-feed-capped
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform.
           close monthly-file.

      *Printing the summary listing - the control counts (read,
      *  dropped by reason, kept, feed lines written), one line per
      *  mapped operator with calls, talk time and average handle
      *  time, the shop total, and the switch IDs not on the roster.
       40-print-summary.
           open output listing-file.
           move ws-month-literals(1) to ws-lh-start-month.
           move ws-month-literals(12) to ws-lh-end-month.
           write listing-line from ws-listing-heading.
           move spaces to listing-line.
           write listing-line.

           move "Call-Detail Records Read:" to ws-lcl-label.
           move ws-records-read to ws-lcl-count.
           write listing-line from ws-listing-count-line.
           move "Dropped - Abandoned:" to ws-lcl-label.
           move ws-dropped-abandoned to ws-lcl-count.
           write listing-line from ws-listing-count-line.
           move "Dropped - Zero-Second:" to ws-lcl-label.
           move ws-dropped-zero to ws-lcl-count.
           write listing-line from ws-listing-count-line.
           move "Dropped - Test Extension:" to ws-lcl-label.
           move ws-dropped-test to ws-lcl-count.
           write listing-line from ws-listing-count-line.
           if ws-report-year not = spaces
               move "Dropped - Outside Fiscal Year:" to ws-lcl-label
               move ws-dropped-year to ws-lcl-count
               write listing-line from ws-listing-count-line
           end-if.
           move "Dropped - Unreadable Record:" to ws-lcl-label.
           move ws-dropped-unreadable to ws-lcl-count.
           write listing-line from ws-listing-count-line.
           if ws-dropped-overflow > 0
               move "Dropped - Switch ID Table Full:" to ws-lcl-label
               move ws-dropped-overflow to ws-lcl-count
               write listing-line from ws-listing-count-line
           end-if.
           move "Calls Counted:" to ws-lcl-label.
           move ws-calls-kept to ws-lcl-count.
           write listing-line from ws-listing-count-line.
           move "Monthly Feed Lines Written:" to ws-lcl-label.
           move ws-feed-lines to ws-lcl-count.
           write listing-line from ws-listing-count-line.
           if ws-feed-capped > 0
               move "Feed Lines Over 99999 (MONTHLY Rejects):"
                   to ws-lcl-label
               move ws-feed-capped to ws-lcl-count
               write listing-line from ws-listing-count-line
           end-if.

           move spaces to listing-line.
           write listing-line.
           write listing-line from ws-listing-column-heading.
           perform varying ws-sw-idx
               from 1 by 1
               until ws-sw-idx > ws-switch-count
               if ws-sw-mapped(ws-sw-idx) = "Y"
                   move ws-sw-id(ws-sw-idx) to ws-ld-id
                   move ws-sw-name(ws-sw-idx) to ws-ld-name
                   move ws-sw-total-calls(ws-sw-idx) to ws-ld-calls
                   move ws-sw-talk-seconds(ws-sw-idx)
                       to ws-time-seconds
                   divide ws-sw-talk-seconds(ws-sw-idx)
                       by ws-sw-total-calls(ws-sw-idx)
                       giving ws-aht-seconds rounded
                   perform 41-format-times
                   write listing-line from ws-listing-detail-line
               end-if
           end-perform.

           if ws-calls-kept > 0
               move "All" to ws-ld-id
               move spaces to ws-ld-name
               move ws-calls-kept to ws-ld-calls
               move ws-all-talk-seconds to ws-time-seconds
               divide ws-all-talk-seconds by ws-calls-kept
                   giving ws-aht-seconds rounded
               perform 41-format-times
               move spaces to listing-line
               write listing-line
               write listing-line from ws-listing-detail-line
           end-if.

           move spaces to listing-line.
           write listing-line.
           if ws-roster-file-name = spaces
               move "(no ROSTERFILE set - switch IDs taken as operator n
      -            "umbers, unchecked)" to ws-ltl-text
               write listing-line from ws-listing-text-line
           else
               write listing-line from ws-listing-unmapped-heading
               if ws-unmapped-count = 0
                   move "    (none)" to ws-ltl-text
                   write listing-line from ws-listing-text-line
               else
                   perform varying ws-sw-idx
                       from 1 by 1
                       until ws-sw-idx > ws-switch-count
                       if ws-sw-mapped(ws-sw-idx) = "N"
                           move ws-sw-id(ws-sw-idx) to ws-lu-id
                           move ws-sw-total-calls(ws-sw-idx)
                               to ws-lu-calls
                           write listing-line
                               from ws-listing-unmapped-line
                       end-if
                   end-perform
               end-if
           end-if.
           close listing-file.

      *Splitting ws-time-seconds into the talk time columns and
      *  ws-aht-seconds into the handle time columns of the detail
      *  line.
       41-format-times.
           divide ws-time-seconds by 3600
               giving ws-time-hh remainder ws-time-rest.
           divide ws-time-rest by 60
               giving ws-time-mm remainder ws-time-ss.
           move ws-time-hh to ws-ld-talk-hh.
           move ws-time-mm to ws-ld-talk-mm.
           move ws-time-ss to ws-ld-talk-ss.
           divide ws-aht-seconds by 60
               giving ws-ld-aht-mm remainder ws-ld-aht-ss.
       end program A7-SwitchSummary.
