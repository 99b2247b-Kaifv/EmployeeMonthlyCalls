       identification division.
       program-id. A7-IncentiveRun.
       author. Kaifkhan Vakil.
       date-written. 2026-09-03.
      *Program Description:
      *    Companion incentive run for the call-center quarterly
      *    operator incentive, which HR used to work out by hand from
      *    the printed report. Reads the extract the last A7 report
      *    run wrote - each operator's volume, calls-per-hour, active
      *    months and the months the run loaded - ranks the full-year
      *    operators the way the report's leaderboard does, and
      *    applies a maintained tier table: per team (or ALL teams),
      *    bands with a minimum volume, calls-per-hour and leaderboard
      *    standing, a minimum number of active months to qualify, and
      *    a fixed payout or a per-call rate. Volume minimums and fixed
      *    payouts are prorated by active months for partial-year
      *    operators. Operators with a termination date or inactive
      *    flag on the roster, open rejects on the recycle file, or too
      *    few active months are excluded. Writes a fixed-format
      *    payroll interface file with a control trailer, and prints
      *    an incentive register showing each operator's band and why,
      *    followed by the exclusion list. EXTRACTFILE, ROSTERFILE,
      *    RECYCLEFILE, INCTIERFILE, PAYROLLFILE, INCREGISTER and
      *    INCPERIOD come from the same A7-Params.dat the report run
      *    reads.
      *
       environment division.
       input-output section.
       file-control.
      *Assigning the run parameter file - same KEY=VALUE file the A7
      *  report run reads, so EXTRACTFILE, ROSTERFILE and RECYCLEFILE
      *  only have to be set in one place; keys this program does not
      *  know are ignored.
           select optional param-file
               assign to '../../../A7-Params.dat'
               organization is line sequential.
      *Assigning the extract file written by the last A7 report run.
      *  Path from ws-extract-file-name (EXTRACTFILE parameter).
           select optional extract-file
               assign to dynamic ws-extract-file-name
               organization is line sequential.
      *Assigning the incentive tier table - one comma-delimited band
      *  per line. Path from ws-tier-file-name (INCTIERFILE parameter).
           select optional tier-file
               assign to dynamic ws-tier-file-name
               organization is line sequential.
      *Assigning the operator roster master - read for termination
      *  dates and active flags. Path from ws-roster-file-name
      *  (ROSTERFILE parameter); optional so a site without a roster
      *  still gets its run, unchecked.
           select optional roster-file
               assign to dynamic ws-roster-file-name
               organization is line sequential.
      *Assigning the report run's reject recycle file - an operator
      *  with a record still bouncing there has figures that are not
      *  final. Path from ws-recycle-file-name (RECYCLEFILE
      *  parameter).
           select optional recycle-file
               assign to dynamic ws-recycle-file-name
               organization is line sequential.
      *Assigning the payroll interface file. Path from
      *  ws-payroll-file-name (PAYROLLFILE parameter).
           select payroll-file
               assign to dynamic ws-payroll-file-name
               organization is line sequential.
      *Assigning the incentive register print file. Path from
      *  ws-register-file-name (INCREGISTER parameter).
           select register-file
               assign to dynamic ws-register-file-name
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
      *Declaring the extract record - one comma-delimited line per
      *  operator from the last report run.
       fd extract-file
           data record is extract-rec
           record contains 130 characters.
      *
       01 extract-rec pic x(130).
      *Declaring the tier table record - team (or ALL), band, minimum
      *  volume, minimum calls-per-hour, best leaderboard rank (0 for
      *  any), minimum active months, payout type (A = amount, R =
      *  rate per call) and the amount or rate, comma-delimited.
       fd tier-file
           data record is tier-rec
           record contains 60 characters.
      *
       01 tier-rec pic x(60).
      *Declaring the roster master record - same comma-delimited
      *  layout the A7 report run's 13-parse-roster-line reads.
       fd roster-file
           data record is roster-rec
           record contains 121 characters.
      *
       01 roster-rec pic x(121).
      *Declaring the reject recycle record - only the operator number
      *  at the front of the rejected emp-rec image is used here. A
      *  line from before the wide operator number carries a
      *  3-character number in a 58-byte image, with its comma at
      *  position 59.
       fd recycle-file
           data record is recycle-rec
           record contains 130 characters.
      *
       01 recycle-rec pic x(130).
      *Declaring the payroll interface record - fixed format, one "D"
      *  line per operator paid and a closing "T" control trailer.
       fd payroll-file
           data record is payroll-rec
           record contains 80 characters.
      *
       01 payroll-rec pic x(80).
      *Declaring the incentive register record.
       fd register-file
           data record is register-line
           record contains 132 characters.
      *
       01 register-line pic x(132).
      *
       working-storage section.
      *Variable level for storing constants later used in the program.
       01 ws-constants.
         05 ws-number-of-months        pic 99      value 12.
      *Run parameters - the extract defaults to the report run's own
      *  default and the register has a default so it always lands
      *  somewhere predictable; the tier table and the payroll file
      *  have none, because paying from the wrong table or over last
      *  quarter's file are not mistakes to make easy. INCPERIOD is
      *  the payroll period label (for example 2026Q3) carried on
      *  every payroll line.
       01 ws-parameters.
         05 ws-extract-file-name       pic x(60)   value
                   "../../../A7-CallCenterOpReport.ext".
         05 ws-tier-file-name          pic x(60)   value spaces.
         05 ws-roster-file-name        pic x(60)   value spaces.
         05 ws-recycle-file-name       pic x(60)   value spaces.
         05 ws-payroll-file-name       pic x(60)   value spaces.
         05 ws-register-file-name      pic x(60)   value
                   "../../../A7-IncentiveRegister.out".
         05 ws-inc-period              pic x(6)    value spaces.
      *Working fields for parsing one KEY=VALUE line of param-file.
       01 ws-param-fields.
         05 ws-param-key               pic x(20)   value spaces.
         05 ws-param-value             pic x(60)   value spaces.
       77 ws-param-eof                 pic x       value "N".
      *Table of the tier table's bands, in file order.
       77 ws-tier-count                pic 9(3)    value 0.
       01 ws-tier-table.
         05 ws-tr-entry                occurs 200 times
                                       indexed by ws-tr-idx.
           10 ws-tr-team               pic x(3).
           10 ws-tr-band               pic x(4).
           10 ws-tr-min-volume         pic 9(6).
           10 ws-tr-min-cph            pic 9(3)v99.
           10 ws-tr-max-rank           pic 9(4).
           10 ws-tr-min-months         pic 99.
           10 ws-tr-pay-type           pic x.
           10 ws-tr-pay-value          pic 9(5)v99.
       77 ws-tier-eof                  pic x       value "N".
       77 ws-tier-rejected             pic 9(3)    value 0.
      *Fields one tier-rec line is unstrung into.
       01 ws-tier-line.
         05 ws-tl-team                 pic x(3)    value spaces.
         05 ws-tl-band                 pic x(4)    value spaces.
         05 ws-tl-min-volume           pic x(6)    value spaces.
         05 ws-tl-min-cph              pic x(6)    value spaces.
         05 ws-tl-max-rank             pic x(4)    value spaces.
         05 ws-tl-min-months           pic x(2)    value spaces.
         05 ws-tl-pay-type             pic x       value spaces.
         05 ws-tl-pay-value            pic x(9)    value spaces.
       77 ws-tl-valid                  pic x       value "Y".
      *Working fields for 12-scan-tier-value's digit scan of one
      *  tier-line column - the column, how many digits it may carry
      *  before and after a decimal point (none after means no point
      *  at all), and the verdict.
       77 ws-ts-value                  pic x(9)    value spaces.
       77 ws-ts-int-max                pic 9       value 0.
       77 ws-ts-dec-max                pic 9       value 0.
       77 ws-ts-idx                    pic 99      value 0.
       77 ws-ts-int-digits             pic 99      value 0.
       77 ws-ts-dec-digits             pic 99      value 0.
       77 ws-ts-seen-point             pic x       value "N".
       77 ws-ts-seen-space             pic x       value "N".
       77 ws-ts-ok                     pic x       value "Y".
      *Table of the extract's operators, in file order, with the
      *  leaderboard rank 30-rank-operators works out.
       77 ws-op-count                  pic 9(4)    value 0.
       01 ws-operator-table.
         05 ws-op-entry                occurs 5000 times
                                       indexed by ws-op-idx.
           10 ws-op-num                pic x(6).
           10 ws-op-name               pic x(12).
           10 ws-op-team               pic x(3).
           10 ws-op-total              pic 9(7).
           10 ws-op-avg                pic 9(5).
           10 ws-op-cph                pic 9(3)v99.
           10 ws-op-active-months      pic 99.
           10 ws-op-months-loaded      pic 99.
           10 ws-op-rank               pic 9(4).
       77 ws-op-scan-idx               pic 9(4)    value 0.
       77 ws-extract-eof               pic x       value "N".
      *Fields one extract-rec line is unstrung into.
       01 ws-extract-fields.
         05 ws-ix-num                  pic x(6)    value spaces.
         05 ws-ix-name                 pic x(12)   value spaces.
         05 ws-ix-month                pic x(5)    occurs 12 times
                                                   value spaces.
         05 ws-ix-total                pic x(7)    value spaces.
         05 ws-ix-avg                  pic x(5)    value spaces.
         05 ws-ix-rem                  pic x(3)    value spaces.
         05 ws-ix-start-month          pic x(3)    value spaces.
         05 ws-ix-team                 pic x(3)    value spaces.
         05 ws-ix-cph                  pic x(6)    value spaces.
         05 ws-ix-active-months        pic x(2)    value spaces.
         05 ws-ix-months-loaded        pic x(2)    value spaces.
      *Table of roster operators - number, active flag, termination
      *  date - in operator-number order for SEARCH ALL.
       77 ws-roster-count              pic 9(4)    value 0.
       01 ws-roster-table.
         05 ws-ros-entry               occurs 0 to 5000 times
                                       depending on ws-roster-count
                                       ascending key is ws-ros-num
                                       indexed by ws-ros-idx.
           10 ws-ros-num               pic x(6).
           10 ws-ros-active            pic x.
           10 ws-ros-term              pic x(8).
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
      *Open recycle-file rejects per operator number, in operator-
      *  number order for SEARCH ALL.
       77 ws-recycle-count             pic 9(4)    value 0.
       01 ws-recycle-table.
         05 ws-rcy-entry               occurs 0 to 5000 times
                                       depending on ws-recycle-count
                                       ascending key is ws-rcy-num
                                       indexed by ws-rcy-idx.
           10 ws-rcy-num               pic x(6).
           10 ws-rcy-rejects           pic 9(3).
       77 ws-rcy-match-idx             pic 9(4)    value 0.
      *Operator number of the recycle line being counted, taken from
      *  whichever record width the line was written in.
       77 ws-rcy-op-num                pic x(6)    value spaces.
       77 ws-rcy-shift-idx             pic 9(4)    value 0.
       77 ws-rcy-shift-done            pic x       value "N".
       77 ws-recycle-eof               pic x       value "N".
      *Working fields for one operator's eligibility and band
      *  decision.
       77 ws-excluded                  pic x       value "N".
       77 ws-exclude-reason            pic x(60)   value spaces.
       77 ws-set-team                  pic x(3)    value spaces.
       77 ws-set-min-months            pic 99      value 0.
       77 ws-set-found                 pic x       value "N".
       77 ws-best-tier-idx             pic 9(3)    value 0.
       77 ws-best-payout               pic 9(7)v99 value 0.
       77 ws-easy-tier-idx             pic 9(3)    value 0.
       77 ws-band-met                  pic x       value "N".
       77 ws-band-fail                 pic x(40)   value spaces.
       77 ws-need-volume               pic 9(6)    value 0.
       77 ws-payout                    pic 9(7)v99 value 0.
       77 ws-why-text                  pic x(60)   value spaces.
      *Edited work fields the register's "why" text is strung from.
       77 ws-why-volume                pic zzzzzz9 value 0.
       77 ws-why-need                  pic zzzzz9  value 0.
       77 ws-why-cph                   pic zz9.99  value 0.
       77 ws-why-min-cph               pic zz9.99  value 0.
       77 ws-why-rank                  pic zzz9    value 0.
       77 ws-why-max-rank              pic zzz9    value 0.
       77 ws-why-months                pic z9      value 0.
       77 ws-why-min-months            pic z9      value 0.
      *Run counters and control totals.
       77 ws-paid-count                pic 9(6)    value 0.
       77 ws-paid-total                pic 9(9)v99 value 0.
       77 ws-nopay-count               pic 9(5)    value 0.
       77 ws-excluded-count            pic 9(5)    value 0.
      *This is the payroll interface detail record - fixed format,
      *  amount with two implied decimals.
       01 ws-payroll-detail.
         05 ws-pd-rec-type             pic x       value "D".
         05 ws-pd-emp-num              pic x(6)    value spaces.
         05 ws-pd-emp-name             pic x(12)   value spaces.
         05 ws-pd-team                 pic x(3)    value spaces.
         05 ws-pd-period               pic x(6)    value spaces.
         05 ws-pd-earn-code            pic x(4)    value "INCV".
         05 ws-pd-band                 pic x(4)    value spaces.
         05 ws-pd-amount               pic 9(7)v99 value 0.
         05 filler                     pic x(35)   value spaces.
      *This is the payroll interface control trailer - record count
      *  and amount total of the detail lines above it.
       01 ws-payroll-trailer.
         05 ws-pt-rec-type             pic x       value "T".
         05 ws-pt-record-count         pic 9(6)    value 0.
         05 ws-pt-amount-total         pic 9(9)v99 value 0.
         05 ws-pt-period               pic x(6)    value spaces.
         05 filler                     pic x(56)   value spaces.
      *Heading, detail and summary lines for the incentive register.
       01 ws-register-heading.
         05 filler                     pic x(32)   value
         "Operator Incentive Register    -".
         05 filler                     pic x(9)    value " Period: ".
         05 ws-rh-period               pic x(6)    value spaces.
         05 filler                     pic x(85)   value spaces.
       01 ws-register-column-heading.
         05 filler                     pic x(20)   value
             "Op     Name        ".
         05 filler                     pic x(22)   value
             "Team  Total     CPH  ".
         05 filler                     pic x(26)   value
             "Rank Mths Band      Payout".
         05 filler                     pic x(64)   value
             "  Why".
       01 ws-register-detail-line.
         05 ws-rd-num                  pic x(6)    value spaces.
         05 filler                     pic x(1)    value spaces.
         05 ws-rd-name                 pic x(12)   value spaces.
         05 filler                     pic x(1)    value spaces.
         05 ws-rd-team                 pic x(3)    value spaces.
         05 filler                     pic x(1)    value spaces.
         05 ws-rd-total                pic zzzzzz9 value 0.
         05 filler                     pic x(1)    value spaces.
         05 ws-rd-cph                  pic zz9.99  value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-rd-rank                 pic zzz9    value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-rd-months               pic z9      value 0.
         05 filler                     pic x(1)    value spaces.
         05 ws-rd-band                 pic x(4)    value spaces.
         05 filler                     pic x(1)    value spaces.
         05 ws-rd-payout               pic zzz,zz9.99 value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-rd-why                  pic x(60)   value spaces.
         05 filler                     pic x(6)    value spaces.
       01 ws-exclusion-heading.
         05 filler                     pic x(40)   value
         "Operators Excluded From This Incentive:".
         05 filler                     pic x(92)   value spaces.
       01 ws-exclusion-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-xl-num                  pic x(6)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-xl-name                 pic x(12)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-xl-team                 pic x(3)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-xl-reason               pic x(60)   value spaces.
         05 filler                     pic x(42)   value spaces.
       01 ws-register-count-line.
         05 ws-rcl-label               pic x(40)   value spaces.
         05 ws-rcl-count               pic zzzzz9  value 0.
         05 filler                     pic x(86)   value spaces.
       01 ws-register-total-line.
         05 filler                     pic x(40)   value
         "Payroll Total Paid:".
         05 ws-rtl-total               pic zzz,zzz,zz9.99 value 0.
         05 filler                     pic x(78)   value spaces.
       01 ws-register-text-line.
         05 ws-rtx-text                pic x(132)  value spaces.
      *
       procedure division.
       000-Main.
           perform 05-read-parameters.
           evaluate true
               when ws-tier-file-name = spaces
                   display "A7INC: set INCTIERFILE=path in "
                           "A7-Params.dat"
                   move 8 to return-code
               when ws-payroll-file-name = spaces
                   display "A7INC: set PAYROLLFILE=path in "
                           "A7-Params.dat"
                   move 8 to return-code
               when ws-inc-period = spaces
                   display "A7INC: set INCPERIOD=label in "
                           "A7-Params.dat"
                   move 8 to return-code
               when other
                   perform 10-load-tier-table
                   perform 20-load-extract
                   evaluate true
                       when ws-tier-count = 0
                           display "A7INC: no usable bands on "
                                   "INCTIERFILE - nothing paid"
                           move 8 to return-code
                       when ws-op-count = 0
                           display "A7INC: no operators on "
                                   "EXTRACTFILE - nothing paid"
                           move 8 to return-code
                       when other
                           if ws-roster-file-name not = spaces
                               perform 22-load-roster
                           end-if
                           if ws-recycle-file-name not = spaces
                               perform 24-load-recycle-rejects
                           end-if
                           perform 30-rank-operators
                           perform 40-run-incentive
                           if ws-tier-rejected > 0
                               move 4 to return-code
                           end-if
                   end-evaluate
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
               when "EXTRACTFILE"
                   move ws-param-value to ws-extract-file-name
               when "INCTIERFILE"
                   move ws-param-value to ws-tier-file-name
               when "ROSTERFILE"
                   move ws-param-value to ws-roster-file-name
               when "RECYCLEFILE"
                   move ws-param-value to ws-recycle-file-name
               when "PAYROLLFILE"
                   move ws-param-value to ws-payroll-file-name
               when "INCREGISTER"
                   move ws-param-value to ws-register-file-name
               when "INCPERIOD"
                   move ws-param-value(1:6) to ws-inc-period
               when other
                   continue
           end-evaluate.

      *Reading the tier table - each band edited as it is read, a
      *  malformed one reported on the console and left out rather
      *  than paying from a half-read band.
       10-load-tier-table.
           open input tier-file.
           move "N" to ws-tier-eof.
           perform until ws-tier-eof = "Y"
               read tier-file
                   at end
                       move "Y" to ws-tier-eof
               end-read
               if ws-tier-eof not = "Y" and tier-rec not = spaces
                   perform 11-parse-tier-line
               end-if
           end-perform.
           close tier-file.

      *Splitting and editing one tier-rec line: team and band given,
      *  the minimums and amount numeric, payout type A or R.
       11-parse-tier-line.
           move spaces to ws-tier-line.
           unstring tier-rec delimited by ","
               into ws-tl-team
                    ws-tl-band
                    ws-tl-min-volume
                    ws-tl-min-cph
                    ws-tl-max-rank
                    ws-tl-min-months
                    ws-tl-pay-type
                    ws-tl-pay-value
           end-unstring.
           move "Y" to ws-tl-valid.
           if ws-tl-team = spaces or ws-tl-band = spaces
               move "N" to ws-tl-valid
           end-if.
           if ws-tl-pay-type not = "A" and ws-tl-pay-type not = "R"
               move "N" to ws-tl-valid
           end-if.
      *    unsigned digits only, each within its field's size, and a
      *      decimal point only in the calls-per-hour and amount
           move ws-tl-min-volume to ws-ts-value.
           move 6 to ws-ts-int-max.
           move 0 to ws-ts-dec-max.
           perform 12-scan-tier-value.
           move ws-tl-min-cph to ws-ts-value.
           move 3 to ws-ts-int-max.
           move 2 to ws-ts-dec-max.
           perform 12-scan-tier-value.
           move ws-tl-max-rank to ws-ts-value.
           move 4 to ws-ts-int-max.
           move 0 to ws-ts-dec-max.
           perform 12-scan-tier-value.
           move ws-tl-min-months to ws-ts-value.
           move 2 to ws-ts-int-max.
           move 0 to ws-ts-dec-max.
           perform 12-scan-tier-value.
           move ws-tl-pay-value to ws-ts-value.
           move 5 to ws-ts-int-max.
           move 2 to ws-ts-dec-max.
           perform 12-scan-tier-value.
           if ws-tl-valid = "Y" and ws-tier-count >= 200
               move "N" to ws-tl-valid
           end-if.

           if ws-tl-valid = "N"
               add 1 to ws-tier-rejected
               display "A7INC: tier line rejected - " tier-rec
           else
               add 1 to ws-tier-count
               move ws-tl-team to ws-tr-team(ws-tier-count)
               move ws-tl-band to ws-tr-band(ws-tier-count)
               compute ws-tr-min-volume(ws-tier-count) =
                   function numval(ws-tl-min-volume)
               compute ws-tr-min-cph(ws-tier-count) =
                   function numval(ws-tl-min-cph)
               compute ws-tr-max-rank(ws-tier-count) =
                   function numval(ws-tl-max-rank)
               compute ws-tr-min-months(ws-tier-count) =
                   function numval(ws-tl-min-months)
               move ws-tl-pay-type to ws-tr-pay-type(ws-tier-count)
               compute ws-tr-pay-value(ws-tier-count) =
                   function numval(ws-tl-pay-value)
           end-if.

      *Scanning one tier-line column in ws-ts-value the way the A7
      *  report run edits its numeric parameters - digits then
      *  trailing spaces only, so a sign or any other character fails
      *  the line - allowing one decimal point only where
      *  ws-ts-dec-max permits decimals, and no more digits either
      *  side of it than the field holds. A failing column marks the
      *  whole line invalid.
       12-scan-tier-value.
           move "Y" to ws-ts-ok.
           move 0 to ws-ts-int-digits.
           move 0 to ws-ts-dec-digits.
           move "N" to ws-ts-seen-point.
           move "N" to ws-ts-seen-space.
           perform varying ws-ts-idx
               from 1 by 1
               until ws-ts-idx > 9
               evaluate true
                   when ws-ts-value(ws-ts-idx:1) = space
                       move "Y" to ws-ts-seen-space
                   when ws-ts-seen-space = "Y"
                       move "N" to ws-ts-ok
                   when ws-ts-value(ws-ts-idx:1) = "."
                       if ws-ts-seen-point = "Y" or ws-ts-dec-max = 0
                           move "N" to ws-ts-ok
                       else
                           move "Y" to ws-ts-seen-point
                       end-if
                   when ws-ts-value(ws-ts-idx:1) >= "0" and
                        ws-ts-value(ws-ts-idx:1) <= "9"
                       if ws-ts-seen-point = "Y"
                           add 1 to ws-ts-dec-digits
                       else
                           add 1 to ws-ts-int-digits
                       end-if
                   when other
                       move "N" to ws-ts-ok
               end-evaluate
           end-perform.
           if ws-ts-int-digits + ws-ts-dec-digits = 0 or
              ws-ts-int-digits > ws-ts-int-max or
              ws-ts-dec-digits > ws-ts-dec-max
               move "N" to ws-ts-ok
           end-if.
           if ws-ts-ok = "N"
               move "N" to ws-tl-valid
           end-if.

      *Reading the extract into ws-operator-table. An extract from
      *  before the calls-per-hour and active-month columns existed
      *  reads as zero calls-per-hour and a full-year operator.
       20-load-extract.
           open input extract-file.
           move "N" to ws-extract-eof.
           perform until ws-extract-eof = "Y"
               read extract-file
                   at end
                       move "Y" to ws-extract-eof
               end-read
               if ws-extract-eof not = "Y" and extract-rec not = spaces
                  and ws-op-count < 5000
                   perform 21-parse-extract-line
               end-if
           end-perform.
           close extract-file.

      *Splitting one extract-rec line into ws-extract-fields and
      *  adding the operator to ws-operator-table.
       21-parse-extract-line.
           move spaces to ws-extract-fields.
           unstring extract-rec delimited by ","
               into ws-ix-num
                    ws-ix-name
                    ws-ix-month(1) ws-ix-month(2) ws-ix-month(3)
                    ws-ix-month(4) ws-ix-month(5) ws-ix-month(6)
                    ws-ix-month(7) ws-ix-month(8) ws-ix-month(9)
                    ws-ix-month(10) ws-ix-month(11) ws-ix-month(12)
                    ws-ix-total
                    ws-ix-avg
                    ws-ix-rem
                    ws-ix-start-month
                    ws-ix-team
                    ws-ix-cph
                    ws-ix-active-months
                    ws-ix-months-loaded
           end-unstring.
           if ws-ix-num not = spaces
               add 1 to ws-op-count
               move ws-ix-num to ws-op-num(ws-op-count)
               move ws-ix-name to ws-op-name(ws-op-count)
               move ws-ix-team to ws-op-team(ws-op-count)
               compute ws-op-total(ws-op-count) =
                   function numval(ws-ix-total)
               compute ws-op-avg(ws-op-count) =
                   function numval(ws-ix-avg)
               compute ws-op-cph(ws-op-count) =
                   function numval(ws-ix-cph)
               if ws-ix-months-loaded is numeric
                   move ws-ix-months-loaded
                       to ws-op-months-loaded(ws-op-count)
               else
                   move ws-number-of-months
                       to ws-op-months-loaded(ws-op-count)
               end-if
               if ws-ix-active-months is numeric
                   move ws-ix-active-months
                       to ws-op-active-months(ws-op-count)
               else
                   move ws-op-months-loaded(ws-op-count)
                       to ws-op-active-months(ws-op-count)
               end-if
               move 0 to ws-op-rank(ws-op-count)
           end-if.

      *Reading the roster master into ws-roster-table in operator-
      *  number order.
       22-load-roster.
           open input roster-file.
           move "N" to ws-roster-eof.
           perform until ws-roster-eof = "Y"
               read roster-file
                   at end
                       move "Y" to ws-roster-eof
               end-read
               if ws-roster-eof not = "Y" and ws-roster-count < 5000
                   perform 23-parse-roster-line
               end-if
           end-perform.
           close roster-file.

      *Splitting one roster-rec line and inserting the operator's
      *  active flag and termination date in operator-number order.
       23-parse-roster-line.
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
               move ws-ro-active to ws-ros-active(ws-ros-shift-idx)
               move ws-ro-term to ws-ros-term(ws-ros-shift-idx)
           end-if.

      *Reading the recycle file and counting the open rejects per
      *  operator number, in either recycle record width.
       24-load-recycle-rejects.
           open input recycle-file.
           move "N" to ws-recycle-eof.
           perform until ws-recycle-eof = "Y"
               read recycle-file
                   at end
                       move "Y" to ws-recycle-eof
               end-read
               if ws-recycle-eof not = "Y"
                   if recycle-rec(59:1) = "," and
                      recycle-rec(104:27) = spaces
                       move recycle-rec(1:3) to ws-rcy-op-num
                   else
                       move recycle-rec(1:6) to ws-rcy-op-num
                   end-if
                   if ws-rcy-op-num not = spaces
                       perform 25-post-recycle-reject
                   end-if
               end-if
           end-perform.
           close recycle-file.

      *Adding one reject to its operator's count, inserting the
      *  operator in operator-number order the first time.
       25-post-recycle-reject.
           move 0 to ws-rcy-match-idx.
           if ws-recycle-count > 0
               search all ws-rcy-entry
                   at end
                       continue
                   when ws-rcy-num(ws-rcy-idx) = ws-rcy-op-num
                       move ws-rcy-idx to ws-rcy-match-idx
               end-search
           end-if.
           if ws-rcy-match-idx = 0 and ws-recycle-count < 5000
               add 1 to ws-recycle-count
               move ws-recycle-count to ws-rcy-shift-idx
               move "N" to ws-rcy-shift-done
               perform until ws-rcy-shift-done = "Y"
                   if ws-rcy-shift-idx = 1
                       move "Y" to ws-rcy-shift-done
                   else
                       if ws-rcy-num(ws-rcy-shift-idx - 1) >
                          ws-rcy-op-num
                           move ws-rcy-entry(ws-rcy-shift-idx - 1)
                               to ws-rcy-entry(ws-rcy-shift-idx)
                           subtract 1 from ws-rcy-shift-idx
                       else
                           move "Y" to ws-rcy-shift-done
                       end-if
                   end-if
               end-perform
               move ws-rcy-op-num to ws-rcy-num(ws-rcy-shift-idx)
               move 0 to ws-rcy-rejects(ws-rcy-shift-idx)
               move ws-rcy-shift-idx to ws-rcy-match-idx
           end-if.
           if ws-rcy-match-idx not = 0
               add 1 to ws-rcy-rejects(ws-rcy-match-idx)
           end-if.

      *Ranking the operators the way the report's leaderboard does -
      *  full-year operators only (active in every loaded month), by
      *  average calls, ties going to the one read first. A partial-
      *  year operator is left unranked (rank zero).
       30-rank-operators.
           perform varying ws-op-idx
               from 1 by 1
               until ws-op-idx > ws-op-count
               if ws-op-active-months(ws-op-idx) >=
                  ws-op-months-loaded(ws-op-idx)
                   move 1 to ws-op-rank(ws-op-idx)
                   perform varying ws-op-scan-idx
                       from 1 by 1
                       until ws-op-scan-idx > ws-op-count
                       if ws-op-active-months(ws-op-scan-idx) >=
                          ws-op-months-loaded(ws-op-scan-idx)
                           if ws-op-avg(ws-op-scan-idx) >
                              ws-op-avg(ws-op-idx) or
                              (ws-op-avg(ws-op-scan-idx) =
                               ws-op-avg(ws-op-idx) and
                               ws-op-scan-idx < ws-op-idx)
                               add 1 to ws-op-rank(ws-op-idx)
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform.

      *Working through every operator - register line for each,
      *  payroll line for each one paid - then the exclusion list,
      *  the payroll trailer and the register's control totals.
       40-run-incentive.
           open output payroll-file.
           open output register-file.
           move ws-inc-period to ws-rh-period.
           write register-line from ws-register-heading.
           move spaces to register-line.
           write register-line.
           write register-line from ws-register-column-heading.

           perform varying ws-op-idx
               from 1 by 1
               until ws-op-idx > ws-op-count
               perform 41-check-eligibility
               if ws-excluded = "N"
                   perform 42-choose-band
                   perform 44-write-register-line
               else
                   add 1 to ws-excluded-count
               end-if
           end-perform.

           move spaces to register-line.
           write register-line.
           write register-line from ws-exclusion-heading.
           if ws-excluded-count = 0
               move "   (none)" to ws-rtx-text
               write register-line from ws-register-text-line
           else
               perform varying ws-op-idx
                   from 1 by 1
                   until ws-op-idx > ws-op-count
                   perform 41-check-eligibility
                   if ws-excluded = "Y"
                       move ws-op-num(ws-op-idx) to ws-xl-num
                       move ws-op-name(ws-op-idx) to ws-xl-name
                       move ws-op-team(ws-op-idx) to ws-xl-team
                       move ws-exclude-reason to ws-xl-reason
                       write register-line from ws-exclusion-line
                   end-if
               end-perform
           end-if.

           move ws-paid-count to ws-pt-record-count.
           move ws-paid-total to ws-pt-amount-total.
           move ws-inc-period to ws-pt-period.
           write payroll-rec from ws-payroll-trailer.
           close payroll-file.

           move spaces to register-line.
           write register-line.
           move "Operators On Extract:" to ws-rcl-label.
           move ws-op-count to ws-rcl-count.
           write register-line from ws-register-count-line.
           move "Operators Paid:" to ws-rcl-label.
           move ws-paid-count to ws-rcl-count.
           write register-line from ws-register-count-line.
           move "Operators Eligible, No Band Met:" to ws-rcl-label.
           move ws-nopay-count to ws-rcl-count.
           write register-line from ws-register-count-line.
           move "Operators Excluded:" to ws-rcl-label.
           move ws-excluded-count to ws-rcl-count.
           write register-line from ws-register-count-line.
           if ws-tier-rejected > 0
               move "Tier Lines Rejected:" to ws-rcl-label
               move ws-tier-rejected to ws-rcl-count
               write register-line from ws-register-count-line
           end-if.
           move ws-paid-total to ws-rtl-total.
           write register-line from ws-register-total-line.
           close register-file.

      *Deciding whether operator ws-op-idx is excluded and why - a
      *  termination date or inactive flag on the roster (or no
      *  roster entry at all), open recycle-file rejects, no band
      *  for the team, or fewer active months than the team's
      *  least demanding band asks for.
       41-check-eligibility.
           move "N" to ws-excluded.
           move spaces to ws-exclude-reason.

           if ws-roster-file-name not = spaces
               move 0 to ws-ros-match-idx
               if ws-roster-count > 0
                   search all ws-ros-entry
                       at end
                           continue
                       when ws-ros-num(ws-ros-idx) =
                            ws-op-num(ws-op-idx)
                           move ws-ros-idx to ws-ros-match-idx
                   end-search
               end-if
               evaluate true
                   when ws-ros-match-idx = 0
                       move "Y" to ws-excluded
                       move "Not on roster" to ws-exclude-reason
                   when ws-ros-term(ws-ros-match-idx) not = spaces
                       move "Y" to ws-excluded
                       string "Terminated on roster "
                                  delimited by size
                              ws-ros-term(ws-ros-match-idx)
                                  delimited by size
                           into ws-exclude-reason
                       end-string
                   when ws-ros-active(ws-ros-match-idx) not = "A"
                       move "Y" to ws-excluded
                       move "Inactive on roster" to ws-exclude-reason
                   when other
                       continue
               end-evaluate
           end-if.

           if ws-excluded = "N" and ws-recycle-count > 0
               move 0 to ws-rcy-match-idx
               search all ws-rcy-entry
                   at end
                       continue
                   when ws-rcy-num(ws-rcy-idx) = ws-op-num(ws-op-idx)
                       move ws-rcy-idx to ws-rcy-match-idx
               end-search
               if ws-rcy-match-idx not = 0
                   move "Y" to ws-excluded
                   move ws-rcy-rejects(ws-rcy-match-idx) to ws-why-rank
                   string "Open recycle-file rejects: "
                              delimited by size
                          ws-why-rank delimited by size
                       into ws-exclude-reason
                   end-string
               end-if
           end-if.

           if ws-excluded = "N"
               perform 411-find-tier-set
               evaluate true
                   when ws-set-found = "N"
                       move "Y" to ws-excluded
                       move "No incentive bands for team or ALL"
                           to ws-exclude-reason
                   when ws-op-active-months(ws-op-idx) <
                        ws-set-min-months
                       move "Y" to ws-excluded
                       move ws-op-active-months(ws-op-idx)
                           to ws-why-months
                       move ws-set-min-months to ws-why-min-months
                       string "Inactivity - active months "
                                  delimited by size
                              ws-why-months delimited by size
                              " below minimum " delimited by size
                              ws-why-min-months delimited by size
                           into ws-exclude-reason
                       end-string
                   when other
                       continue
               end-evaluate
           end-if.

      *Picking the bands that apply to the operator - the team's own
      *  when the tier table has any, otherwise the ALL bands - and
      *  the fewest active months any of them asks for.
       411-find-tier-set.
           move ws-op-team(ws-op-idx) to ws-set-team.
           move "N" to ws-set-found.
           perform varying ws-tr-idx
               from 1 by 1
               until ws-tr-idx > ws-tier-count
               if ws-tr-team(ws-tr-idx) = ws-set-team
                   move "Y" to ws-set-found
               end-if
           end-perform.
           if ws-set-found = "N"
               move "ALL" to ws-set-team
               perform varying ws-tr-idx
                   from 1 by 1
                   until ws-tr-idx > ws-tier-count
                   if ws-tr-team(ws-tr-idx) = ws-set-team
                       move "Y" to ws-set-found
                   end-if
               end-perform
           end-if.
           move 99 to ws-set-min-months.
           perform varying ws-tr-idx
               from 1 by 1
               until ws-tr-idx > ws-tier-count
               if ws-tr-team(ws-tr-idx) = ws-set-team and
                  ws-tr-min-months(ws-tr-idx) < ws-set-min-months
                   move ws-tr-min-months(ws-tr-idx)
                       to ws-set-min-months
               end-if
           end-perform.

      *Trying every band in the operator's set and keeping the one
      *  that pays most; when none is met, keeping the least demanding
      *  band (lowest volume minimum) so the register can say what
      *  the operator fell short of.
       42-choose-band.
           move 0 to ws-best-tier-idx.
           move 0 to ws-best-payout.
           move 0 to ws-easy-tier-idx.
           perform varying ws-tr-idx
               from 1 by 1
               until ws-tr-idx > ws-tier-count
               if ws-tr-team(ws-tr-idx) = ws-set-team
                   if ws-easy-tier-idx = 0
                       move ws-tr-idx to ws-easy-tier-idx
                   else
                       if ws-tr-min-volume(ws-tr-idx) <
                          ws-tr-min-volume(ws-easy-tier-idx)
                           move ws-tr-idx to ws-easy-tier-idx
                       end-if
                   end-if
                   perform 43-test-one-band
                   if ws-band-met = "Y" and
                      (ws-best-tier-idx = 0 or
                       ws-payout > ws-best-payout)
                       move ws-tr-idx to ws-best-tier-idx
                       move ws-payout to ws-best-payout
                   end-if
               end-if
           end-perform.

           move spaces to ws-why-text.
           if ws-best-tier-idx = 0
               set ws-tr-idx to ws-easy-tier-idx
               perform 43-test-one-band
               string "No band met - " delimited by size
                      ws-band-fail delimited by size
                   into ws-why-text
               end-string
               add 1 to ws-nopay-count
           else
               set ws-tr-idx to ws-best-tier-idx
               perform 43-test-one-band
               perform 45-build-why-text
           end-if.

      *Testing operator ws-op-idx against band ws-tr-idx - the volume
      *  minimum prorated by active months, calls-per-hour, rank and
      *  active months - and working out what the band would pay: a
      *  fixed amount prorated the same way, or the rate times the
      *  operator's calls.
       43-test-one-band.
           move "Y" to ws-band-met.
           move spaces to ws-band-fail.
           move 0 to ws-payout.
           if ws-op-months-loaded(ws-op-idx) = 0
               move ws-tr-min-volume(ws-tr-idx) to ws-need-volume
           else
               compute ws-need-volume rounded =
                   ws-tr-min-volume(ws-tr-idx) *
                   ws-op-active-months(ws-op-idx) /
                   ws-op-months-loaded(ws-op-idx)
           end-if.

           evaluate true
               when ws-op-active-months(ws-op-idx) <
                    ws-tr-min-months(ws-tr-idx)
                   move "N" to ws-band-met
                   move ws-op-active-months(ws-op-idx) to ws-why-months
                   move ws-tr-min-months(ws-tr-idx)
                       to ws-why-min-months
                   string ws-tr-band(ws-tr-idx) delimited by size
                          " needs " delimited by size
                          ws-why-min-months delimited by size
                          " months, has " delimited by size
                          ws-why-months delimited by size
                       into ws-band-fail
                   end-string
               when ws-op-total(ws-op-idx) < ws-need-volume
                   move "N" to ws-band-met
                   move ws-op-total(ws-op-idx) to ws-why-volume
                   move ws-need-volume to ws-why-need
                   string ws-tr-band(ws-tr-idx) delimited by size
                          " vol" delimited by size
                          ws-why-volume delimited by size
                          " <" delimited by size
                          ws-why-need delimited by size
                       into ws-band-fail
                   end-string
               when ws-op-cph(ws-op-idx) < ws-tr-min-cph(ws-tr-idx)
                   move "N" to ws-band-met
                   move ws-op-cph(ws-op-idx) to ws-why-cph
                   move ws-tr-min-cph(ws-tr-idx) to ws-why-min-cph
                   string ws-tr-band(ws-tr-idx) delimited by size
                          " cph" delimited by size
                          ws-why-cph delimited by size
                          " <" delimited by size
                          ws-why-min-cph delimited by size
                       into ws-band-fail
                   end-string
               when ws-tr-max-rank(ws-tr-idx) > 0 and
                    (ws-op-rank(ws-op-idx) = 0 or
                     ws-op-rank(ws-op-idx) > ws-tr-max-rank(ws-tr-idx))
                   move "N" to ws-band-met
                   move ws-tr-max-rank(ws-tr-idx) to ws-why-max-rank
                   if ws-op-rank(ws-op-idx) = 0
                       string ws-tr-band(ws-tr-idx) delimited by size
                              " needs rank <=" delimited by size
                              ws-why-max-rank delimited by size
                              ", unranked" delimited by size
                           into ws-band-fail
                       end-string
                   else
                       move ws-op-rank(ws-op-idx) to ws-why-rank
                       string ws-tr-band(ws-tr-idx) delimited by size
                              " rank" delimited by size
                              ws-why-rank delimited by size
                              " >" delimited by size
                              ws-why-max-rank delimited by size
                           into ws-band-fail
                       end-string
                   end-if
               when other
                   continue
           end-evaluate.

           if ws-band-met = "Y"
               if ws-tr-pay-type(ws-tr-idx) = "R"
                   compute ws-payout rounded =
                       ws-tr-pay-value(ws-tr-idx) *
                       ws-op-total(ws-op-idx)
               else
                   if ws-op-months-loaded(ws-op-idx) = 0
                       move ws-tr-pay-value(ws-tr-idx) to ws-payout
                   else
                       compute ws-payout rounded =
                           ws-tr-pay-value(ws-tr-idx) *
                           ws-op-active-months(ws-op-idx) /
                           ws-op-months-loaded(ws-op-idx)
                   end-if
               end-if
           end-if.

      *Writing operator ws-op-idx's register line, and the payroll
      *  line when a band paid anything.
       44-write-register-line.
           move ws-op-num(ws-op-idx) to ws-rd-num.
           move ws-op-name(ws-op-idx) to ws-rd-name.
           move ws-op-team(ws-op-idx) to ws-rd-team.
           move ws-op-total(ws-op-idx) to ws-rd-total.
           move ws-op-cph(ws-op-idx) to ws-rd-cph.
           move ws-op-rank(ws-op-idx) to ws-rd-rank.
           move ws-op-active-months(ws-op-idx) to ws-rd-months.
           move ws-why-text to ws-rd-why.
           if ws-best-tier-idx = 0
               move spaces to ws-rd-band
               move 0 to ws-rd-payout
           else
               move ws-tr-band(ws-best-tier-idx) to ws-rd-band
               move ws-best-payout to ws-rd-payout
           end-if.
           write register-line from ws-register-detail-line.

           if ws-best-tier-idx not = 0 and ws-best-payout > 0
               move ws-op-num(ws-op-idx) to ws-pd-emp-num
               move ws-op-name(ws-op-idx) to ws-pd-emp-name
               move ws-op-team(ws-op-idx) to ws-pd-team
               move ws-inc-period to ws-pd-period
               move ws-tr-band(ws-best-tier-idx) to ws-pd-band
               move ws-best-payout to ws-pd-amount
               write payroll-rec from ws-payroll-detail
               add 1 to ws-paid-count
               add ws-best-payout to ws-paid-total
           end-if.

      *Building the register's "why" for a band met - the figures the
      *  operator brought against the band's minimums, and how the
      *  payout was worked.
       45-build-why-text.
           move ws-op-total(ws-op-idx) to ws-why-volume.
           move ws-need-volume to ws-why-need.
           move ws-op-cph(ws-op-idx) to ws-why-cph.
           move ws-tr-min-cph(ws-tr-idx) to ws-why-min-cph.
           if ws-tr-pay-type(ws-tr-idx) = "R"
               string "vol" delimited by size
                      ws-why-volume delimited by size
                      ">=" delimited by size
                      ws-why-need delimited by size
                      " cph" delimited by size
                      ws-why-cph delimited by size
                      ">=" delimited by size
                      ws-why-min-cph delimited by size
                      " rate per call" delimited by size
                   into ws-why-text
               end-string
           else
               move ws-op-active-months(ws-op-idx) to ws-why-months
               move ws-op-months-loaded(ws-op-idx)
                   to ws-why-min-months
               string "vol" delimited by size
                      ws-why-volume delimited by size
                      ">=" delimited by size
                      ws-why-need delimited by size
                      " cph" delimited by size
                      ws-why-cph delimited by size
                      ">=" delimited by size
                      ws-why-min-cph delimited by size
                      " amount x" delimited by size
                      ws-why-months delimited by size
                      "/" delimited by size
                      ws-why-min-months delimited by size
                      " mths" delimited by size
                   into ws-why-text
               end-string
           end-if.
       end program A7-IncentiveRun.
