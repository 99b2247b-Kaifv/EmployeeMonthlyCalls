      *    question from the floor does not need a full report rerun.
      *    The operator number or team code to look up comes from the
      *    INQOP/INQTEAM parameters in A7-Params.dat; output goes to
      *    the console. A team inquiry also shows the team's name,
      *    supervisor and cost center from the team master when
      *    TEAMFILE is set.
      *
       environment division.
       input-output section.
               organization is line sequential.
      *Assigning the extract file written by the last A7 report run -
      *  same physical layout as A7's extract-line, read INTO
      *  ws-extract-raw and split by 08-layout-extract-record so an
      *  extract from before the wide operator numbers still reads.
      *  OPTIONAL so an inquiry before any report run has written an
      *  extract reports a miss instead of abending.
           select optional extract-file
               assign to dynamic ws-extract-file-name
               organization is line sequential.
      *Assigning the team master maintained by A7TEAM - read for the
      *  one team an INQTEAM inquiry asks about. Path from
      *  ws-team-file-name (TEAMFILE parameter); OPTIONAL so an
      *  inquiry at a site without a team master answers as before.
           select optional team-file
               assign to dynamic ws-team-file-name
               organization is line sequential.
      *
       data division.
       file section.
      *  operator from the last report run.
       fd extract-file
           data record is extract-rec
           record contains 130 characters.
      *
       01 extract-rec pic x(130).
      *Declaring the team master record - one comma-delimited line
      *  per team: code, name, supervisor, cost center, site, active
      *  flag.
       fd team-file
           data record is team-rec
           record contains 69 characters.
      *
       01 team-rec pic x(69).
      *
       working-storage section.
      *Variable level for storing constants later used in the program.
       01 ws-parameters.
         05 ws-extract-file-name       pic x(60)   value
                   "../../../A7-CallCenterOpReport.ext".
         05 ws-inquiry-op              pic x(6)    value spaces.
         05 ws-inquiry-team            pic x(3)    value spaces.
         05 ws-team-file-name          pic x(60)   value spaces.
      *Working fields for parsing one KEY=VALUE line of param-file.
       01 ws-param-fields.
         05 ws-param-key               pic x(20)   value spaces.
         05 ws-param-value             pic x(60)   value spaces.
       77 ws-param-eof                 pic x       value "N".
      *This is the comma-delimited extract record layout one
      *  extract-rec line is split into - same fields as the
      *  ws-extract-line the A7 report run writes.
       01 ws-extract-line.
         05 ws-ex-num                  pic x(6)    value spaces.
         05 ws-ex-fs-1                 pic x       value ",".
         05 ws-ex-name                 pic x(12)   value spaces.
         05 ws-ex-fs-2                 pic x       value ",".
         05 ws-ex-months-table                     occurs 12 times.
           10 ws-ex-months             pic 9(5)    value 0.
           10 ws-ex-fs-month           pic x       value ",".
         05 ws-ex-total                pic 9(7)    value 0.
         05 ws-ex-fs-3                 pic x       value ",".
         05 ws-ex-avg                  pic 9(5)    value 0.
         05 ws-ex-fs-4                 pic x       value ",".
         05 ws-ex-rem                  pic 999     value 0.
         05 ws-ex-fs-5                 pic x       value ",".
         05 ws-ex-start-month          pic x(3)    value spaces.
         05 ws-ex-fs-6                 pic x       value ",".
         05 ws-ex-team                 pic x(3)    value spaces.
         05 ws-ex-fs-7                 pic x       value ",".
         05 ws-ex-cph                  pic 999.99  value 0.
         05 ws-ex-fs-8                 pic x       value ",".
         05 ws-ex-active-months        pic 99      value 0.
         05 ws-ex-fs-9                 pic x       value ",".
         05 ws-ex-months-loaded        pic 99      value 0.
      *One extract record as read, before 08-layout-extract-record
      *  splits it into ws-extract-line.
       01 ws-extract-raw               pic x(130)  value spaces.
      *Fields one team-rec line is unstrung into while looking for
      *  the inquired team on the team master.
       01 ws-team-master-line.
         05 ws-tml-code                pic x(3)    value spaces.
         05 ws-tml-name                pic x(20)   value spaces.
         05 ws-tml-supervisor          pic x(20)   value spaces.
         05 ws-tml-cost-center         pic x(10)   value spaces.
         05 ws-tml-site                pic x(10)   value spaces.
         05 ws-tml-active              pic x       value spaces.
       77 ws-team-eof                  pic x       value "N".
       77 ws-team-master-found         pic x       value "N".
      *Per-team running figures accumulated while matching team
      *  records, displayed as the team subtotal after the last one.
       01 ws-team-totals.
         05 ws-inq-team-months         pic 9(7)    occurs 12 times.
       77 ws-inq-team-total            pic 9(8)    value 0.
       77 ws-inq-team-ops              pic 9(4)    value 0.
       77 ws-extract-eof               pic x       value "N".
       77 ws-inq-found                 pic 9(4)    value 0.
         05 filler                     pic x(26)   value
                   "  Operator  Name          ".
         05 ws-ih-months-table                     occurs 12 times.
           10 filler                   pic x(2)    value spaces.
           10 ws-ih-month-name         pic x(3)    value "Mth".
           10 filler                   pic x(1)    value spaces.
         05 filler                     pic x(21)   value
                   "   Total    Avg  Team".
      *This line will be showing the data of one matching operator.
       01 ws-inq-detail-line.
         05 filler                     pic x(4)    value spaces.
         05 ws-id-num                  pic x(6)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-id-name                 pic x(12)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-id-months-table                     occurs 12 times.
           10 ws-id-months             pic zzzz9.
           10 ws-id-filler             pic x       value spaces.
         05 filler                     pic x(1)    value spaces.
         05 ws-id-total                pic zzzzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-id-avg                  pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-id-team                 pic x(3)    value spaces.
      *This is the team subtotal line shown after a team inquiry.
       01 ws-inq-team-line.
         05 filler                     pic x(4)    value spaces.
         05 filler                     pic x(8)    value "Team    ".
         05 ws-it-team                 pic x(3)    value spaces.
         05 filler                     pic x(10)   value spaces.
         05 ws-it-months-table                     occurs 12 times.
           10 ws-it-months             pic zzzzz9.
         05 filler                     pic x(1)    value spaces.
         05 ws-it-total                pic zzzzzzz9.
         05 filler                     pic x(2)    value "  ".
         05 ws-it-ops                  pic zzz9.
         05 filler                     pic x(10)   value " operators".
                   perform 07-build-month-headings
                   perform 20-find-team
               when other
                   display "A7INQ: set INQOP=nnnnnn or INQTEAM=ttt in "
                           "A7-Params.dat"
           end-evaluate.
           goback.
               when "EXTRACTFILE"
                   move ws-param-value to ws-extract-file-name
               when "INQOP"
                   move ws-param-value(1:6) to ws-inquiry-op
               when "INQTEAM"
                   move ws-param-value(1:3) to ws-inquiry-team
               when "TEAMFILE"
                   move ws-param-value to ws-team-file-name
               when "MONTHLIST"
                   move ws-param-value(1:36) to ws-fiscal-month-list
               when other
       07-build-month-headings.
           open input extract-file.
           move "N" to ws-extract-eof.
           read extract-file into ws-extract-raw
               at end
                   move "Y" to ws-extract-eof
           end-read.
           close extract-file.
           if ws-extract-eof = "N"
               perform 08-layout-extract-record
           end-if.
           if ws-extract-eof = "N" and
              ws-ex-start-month not = spaces
               move 1 to ws-hdg-start-idx
               end-perform
           end-if.

      *Splitting one extract record on its commas into
      *  ws-extract-line - the fields are found by delimiter rather
      *  than position, so an extract written before operator numbers
      *  and counts were widened reads the same as a current one.
       08-layout-extract-record.
           move spaces to ws-ex-num.
           move spaces to ws-ex-name.
           move spaces to ws-ex-start-month.
           move spaces to ws-ex-team.
           unstring ws-extract-raw delimited by ","
               into ws-ex-num
                    ws-ex-name
                    ws-ex-months(1) ws-ex-months(2) ws-ex-months(3)
                    ws-ex-months(4) ws-ex-months(5) ws-ex-months(6)
                    ws-ex-months(7) ws-ex-months(8) ws-ex-months(9)
                    ws-ex-months(10) ws-ex-months(11) ws-ex-months(12)
                    ws-ex-total
                    ws-ex-avg
                    ws-ex-rem
                    ws-ex-start-month
                    ws-ex-team
           end-unstring.

      *Scanning the extract for the one requested operator number and
      *  displaying that operator's detail line.
       10-find-operator.
           open input extract-file.
           move "N" to ws-extract-eof.
           perform until ws-extract-eof = "Y"
               read extract-file into ws-extract-raw
                   at end
                       move "Y" to ws-extract-eof
               end-read
               if ws-extract-eof not = "Y"
                   perform 08-layout-extract-record
               end-if
               if ws-extract-eof not = "Y" and
                  ws-ex-num = ws-inquiry-op
                   add 1 to ws-inq-found
      *  displaying each detail line and the team subtotal after.
       20-find-team.
           display "Ad-Hoc Inquiry - Team " ws-inquiry-team.
           if ws-team-file-name not = spaces
               perform 25-display-team-master
           end-if.
           display ws-inq-heading.
           perform varying ws-sub
               from 1 by 1
           open input extract-file.
           move "N" to ws-extract-eof.
           perform until ws-extract-eof = "Y"
               read extract-file into ws-extract-raw
                   at end
                       move "Y" to ws-extract-eof
               end-read
               if ws-extract-eof not = "Y"
                   perform 08-layout-extract-record
               end-if
               if ws-extract-eof not = "Y" and
                  ws-ex-team = ws-inquiry-team
                   add 1 to ws-inq-found
               perform 50-display-team-subtotal
           end-if.

      *Looking the inquired team up on the team master and displaying
      *  its name, supervisor and cost center under the inquiry
      *  heading - or saying it is not there, which is as much an
      *  answer as the figures.
       25-display-team-master.
           move "N" to ws-team-master-found.
           open input team-file.
           move "N" to ws-team-eof.
           perform until ws-team-eof = "Y"
               read team-file
                   at end
                       move "Y" to ws-team-eof
               end-read
               if ws-team-eof not = "Y"
                   move spaces to ws-team-master-line
                   unstring team-rec delimited by ","
                       into ws-tml-code
                            ws-tml-name
                            ws-tml-supervisor
                            ws-tml-cost-center
                            ws-tml-site
                            ws-tml-active
                   end-unstring
                   if ws-tml-code = ws-inquiry-team
                       move "Y" to ws-team-master-found
                       move "Y" to ws-team-eof
                   end-if
               end-if
           end-perform.
           close team-file.
           if ws-team-master-found = "Y"
               display "  " ws-tml-name
                       "  Supervisor: " ws-tml-supervisor
                       "  Cost Center: " ws-tml-cost-center
               if ws-tml-active not = "A"
                   display "  (team is inactive on the team master)"
               end-if
           else
               display "  (team " ws-inquiry-team
                       " not on the team master)"
           end-if.

      *Formatting and displaying one matching extract record.
       30-display-detail-line.
           move ws-ex-num to ws-id-num.
