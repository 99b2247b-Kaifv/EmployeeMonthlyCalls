      *    rewrites the updated roster, and prints an applied/
      *    rejected change listing. ROSTERFILE, ROSTERTRANS and
      *    ROSTERLIST come from the same A7-Params.dat the report
      *    run reads. When TEAMFILE is set too, a team code that is
      *    not on the team master, or is on it but inactive, is
      *    rejected the same way a bad date is. A TRANSFER
      *    transaction moves an operator to another team from an
      *    effective date, keeping up to six dated team assignments
      *    on the roster line so the report run can credit each
      *    month's calls to the team the operator was on in it.
      *    ROSTERUPGRADE=Y instead rewrites the roster as it stands,
      *    applying no transactions, so a roster keyed on the old
      *    3-character operator numbers is carried into the
      *    6-character layout in one pass.
      *
       environment division.
       input-output section.
           select optional roster-file
               assign to dynamic ws-roster-file-name
               organization is line sequential.
      *Assigning the team master maintained by A7TEAM - read once so
      *  ADD and CHANGE transactions can only put an operator on a
      *  real, active team. Path from ws-team-file-name (TEAMFILE
      *  parameter); optional so a site without a team master yet
      *  maintains its roster as before.
           select optional team-file
               assign to dynamic ws-team-file-name
               organization is line sequential.
      *Assigning the maintenance transaction file - one comma-
      *  delimited ADD/CHANGE/DEACTIVATE line per change. Path from
      *  ws-trans-file-name (ROSTERTRANS parameter).
       01 param-line pic x(80).
      *Declaring the roster master record - same comma-delimited
      *  layout the A7 report run's 13-parse-roster-line reads:
      *  number, name, team, active flag, hire date, term date, then
      *  any dated team assignments.
       fd roster-file
           data record is roster-rec
           record contains 121 characters.
      *
       01 roster-rec pic x(121).
      *Declaring the team master record - code, name, supervisor,
      *  cost center, home site, active flag, comma-delimited.
       fd team-file
           data record is team-rec
           record contains 69 characters.
      *
       01 team-rec pic x(69).
      *Declaring the transaction record - action, operator number,
      *  then the roster fields the action needs, and last the
      *  effective date a TRANSFER takes hold from.
       fd trans-file
           data record is trans-rec
           record contains 63 characters.
      *
       01 trans-rec pic x(63).
      *Declaring the change listing record.
       fd listing-file
           data record is listing-line
         05 ws-trans-file-name         pic x(60)   value spaces.
         05 ws-listing-file-name       pic x(60)   value
                   "../../../A7-RosterMaint.out".
         05 ws-team-file-name          pic x(60)   value spaces.
      *Layout upgrade switch (ROSTERUPGRADE parameter) - "Y" rewrites
      *  the roster in the wide layout without reading ROSTERTRANS.
         05 ws-roster-upgrade          pic x       value "N".
      *Working fields for parsing one KEY=VALUE line of param-file.
       01 ws-param-fields.
         05 ws-param-key               pic x(20)   value spaces.
                                       depending on ws-roster-count
                                       ascending key is ws-ros-num
                                       indexed by ws-ros-idx.
           10 ws-ros-num               pic x(6).
           10 ws-ros-name              pic x(12).
           10 ws-ros-team              pic x(3).
           10 ws-ros-active            pic x.
           10 ws-ros-hire              pic x(8).
           10 ws-ros-term              pic x(8).
      *  dated team assignments, oldest first - none until the
      *    operator's first TRANSFER
           10 ws-ros-xfer-count        pic 9.
           10 ws-ros-xfer              occurs 6 times.
             15 ws-ros-xfer-team       pic x(3).
             15 ws-ros-xfer-from       pic x(8).
       77 ws-ros-match-idx             pic 9(4)    value 0.
       77 ws-ros-shift-idx             pic 9(4)    value 0.
       77 ws-ros-shift-done            pic x       value "N".
      *  roster-rec line is unstrung into on load, and built back
      *  from on rewrite.
       01 ws-roster-line.
         05 ws-ro-num                  pic x(6)    value spaces.
         05 ws-ro-fs-1                 pic x       value ",".
         05 ws-ro-name                 pic x(12)   value spaces.
         05 ws-ro-fs-2                 pic x       value ",".
         05 ws-ro-hire                 pic x(8)    value spaces.
         05 ws-ro-fs-5                 pic x       value ",".
         05 ws-ro-term                 pic x(8)    value spaces.
      *  each dated team assignment is a team code and the yyyymmdd
      *    it took effect; unused ones are left all spaces, commas
      *    included, so a line without transfers ends at the term
      *    date as it always has
         05 ws-ro-xfer                 occurs 6 times.
           10 ws-ro-xfer-fs-1          pic x       value spaces.
           10 ws-ro-xfer-team          pic x(3)    value spaces.
           10 ws-ro-xfer-fs-2          pic x       value spaces.
           10 ws-ro-xfer-from          pic x(8)    value spaces.
       77 ws-xfer-idx                  pic 9       value 0.
      *Team codes and active flags from the team master, kept in
      *  team-code order so 25-edit-team-code can SEARCH ALL.
       77 ws-team-count                pic 9(4)    value 0.
       01 ws-team-table.
         05 ws-tm-entry                occurs 0 to 500 times
                                       depending on ws-team-count
                                       ascending key is ws-tm-code
                                       indexed by ws-tm-idx.
           10 ws-tm-code               pic x(3).
           10 ws-tm-active             pic x.
       77 ws-tm-shift-idx              pic 9(4)    value 0.
       77 ws-tm-shift-done             pic x       value "N".
       77 ws-tm-match-idx              pic 9(4)    value 0.
       77 ws-team-eof                  pic x       value "N".
      *Count of team master lines beyond the table's capacity on load
      *  - any at all stops the run, since every transaction naming a
      *  team that did not fit would be rejected as an unknown team.
       77 ws-team-overflow             pic 9(5)    value 0.
      *Fields one team-rec line is unstrung into - only the code and
      *  the active flag matter here.
       01 ws-team-line-fields.
         05 ws-tl-code                 pic x(3)    value spaces.
         05 ws-tl-name                 pic x(20)   value spaces.
         05 ws-tl-supervisor           pic x(20)   value spaces.
         05 ws-tl-cost-center          pic x(10)   value spaces.
         05 ws-tl-site                 pic x(10)   value spaces.
         05 ws-tl-active               pic x       value spaces.
      *Staging fields one transaction is unstrung into.
       01 ws-txn-fields.
         05 ws-tx-action               pic x(10)   value spaces.
         05 ws-tx-num                  pic x(6)    value spaces.
         05 ws-tx-name                 pic x(12)   value spaces.
         05 ws-tx-team                 pic x(3)    value spaces.
         05 ws-tx-active               pic x       value spaces.
         05 ws-tx-hire                 pic x(8)    value spaces.
         05 ws-tx-term                 pic x(8)    value spaces.
         05 ws-tx-effective            pic x(8)    value spaces.
       77 ws-trans-eof                 pic x       value "N".
       77 ws-txn-valid                 pic x       value "Y".
       77 ws-txn-reason                pic x(40)   value spaces.
       01 ws-listing-detail-line.
         05 ws-ld-action               pic x(10)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-ld-num                  pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-ld-status               pic x(8)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-ld-reason               pic x(40)   value spaces.
                   display "A7ROST: set ROSTERFILE=path in "
                           "A7-Params.dat"
                   move 8 to return-code
               when ws-roster-upgrade = "Y"
      *            one-time rewrite of the roster in the wide layout
                   perform 40-upgrade-roster
               when ws-trans-file-name = spaces
                   display "A7ROST: set ROSTERTRANS=path in "
                           "A7-Params.dat"
                   move 8 to return-code
               when other
                   perform 10-load-roster
                   if ws-team-file-name not = spaces
                       perform 13-load-team-master
                   end-if
                   evaluate true
      *                a partial load must never feed the rewrite - the
      *                  same refusal the archive reorg makes
                       when ws-roster-overflow > 0
                           display "A7ROST: roster exceeds 5000 "
                                   "operators - run stopped, nothing "
                                   "rewritten"
                           display "A7ROST: lines beyond capacity: "
                                   ws-roster-overflow
                           move 8 to return-code
      *                nor a partial team master feed the edits
                       when ws-team-overflow > 0
                           display "A7ROST: team master exceeds 500 "
                                   "teams - run stopped, nothing "
                                   "rewritten"
                           display "A7ROST: team lines beyond "
                                   "capacity: " ws-team-overflow
                           move 8 to return-code
                       when other
                           perform 20-apply-transactions
                           perform 30-write-roster
                           if ws-trans-rejected > 0
                               move 4 to return-code
                           end-if
                   end-evaluate
           end-evaluate.
           goback.

                   move ws-param-value to ws-trans-file-name
               when "ROSTERLIST"
                   move ws-param-value to ws-listing-file-name
               when "TEAMFILE"
                   move ws-param-value to ws-team-file-name
               when "ROSTERUPGRADE"
                   move ws-param-value to ws-roster-upgrade
               when other
                   continue
           end-evaluate.
           move spaces to ws-ro-active.
           move spaces to ws-ro-hire.
           move spaces to ws-ro-term.
           perform varying ws-xfer-idx
               from 1 by 1
               until ws-xfer-idx > 6
               move spaces to ws-ro-xfer-team(ws-xfer-idx)
               move spaces to ws-ro-xfer-from(ws-xfer-idx)
           end-perform.
           unstring roster-rec delimited by ","
               into ws-ro-num
                    ws-ro-name
                    ws-ro-active
                    ws-ro-hire
                    ws-ro-term
                    ws-ro-xfer-team(1) ws-ro-xfer-from(1)
                    ws-ro-xfer-team(2) ws-ro-xfer-from(2)
                    ws-ro-xfer-team(3) ws-ro-xfer-from(3)
                    ws-ro-xfer-team(4) ws-ro-xfer-from(4)
                    ws-ro-xfer-team(5) ws-ro-xfer-from(5)
                    ws-ro-xfer-team(6) ws-ro-xfer-from(6)
           end-unstring.
           if ws-ro-num not = spaces
               move ws-ro-num to ws-tx-num
               move ws-ro-active to ws-ros-active(ws-ros-shift-idx)
               move ws-ro-hire to ws-ros-hire(ws-ros-shift-idx)
               move ws-ro-term to ws-ros-term(ws-ros-shift-idx)
               perform varying ws-xfer-idx
                   from 1 by 1
                   until ws-xfer-idx > 6
                   move ws-ro-xfer-team(ws-xfer-idx)
                       to ws-ros-xfer-team(ws-ros-shift-idx ws-xfer-idx)
                   move ws-ro-xfer-from(ws-xfer-idx)
                       to ws-ros-xfer-from(ws-ros-shift-idx ws-xfer-idx)
                   if ws-ro-xfer-team(ws-xfer-idx) not = spaces
                       move ws-xfer-idx
                           to ws-ros-xfer-count(ws-ros-shift-idx)
                   end-if
               end-perform
           end-if.

      *Inserting a new (blank) roster entry under ws-tx-num in
           move "A" to ws-ros-active(ws-ros-shift-idx).
           move spaces to ws-ros-hire(ws-ros-shift-idx).
           move spaces to ws-ros-term(ws-ros-shift-idx).
           move 0 to ws-ros-xfer-count(ws-ros-shift-idx).
           perform varying ws-xfer-idx
               from 1 by 1
               until ws-xfer-idx > 6
               move spaces to ws-ros-xfer(ws-ros-shift-idx ws-xfer-idx)
           end-perform.

      *Reading the team master into ws-team-table in team-code order,
      *  so transactions can be checked against the teams that
      *  actually exist.
       13-load-team-master.
           open input team-file.
           move "N" to ws-team-eof.
           perform until ws-team-eof = "Y"
               read team-file
                   at end
                       move "Y" to ws-team-eof
               end-read
               if ws-team-eof not = "Y"
                   if ws-team-count < 500
                       perform 14-insert-team-entry
                   else
                       add 1 to ws-team-overflow
                   end-if
               end-if
           end-perform.
           close team-file.

      *Splitting one team-rec line and inserting its code and active
      *  flag in team-code order.
       14-insert-team-entry.
           move spaces to ws-team-line-fields.
           unstring team-rec delimited by ","
               into ws-tl-code
                    ws-tl-name
                    ws-tl-supervisor
                    ws-tl-cost-center
                    ws-tl-site
                    ws-tl-active
           end-unstring.
           if ws-tl-code not = spaces
               add 1 to ws-team-count
               move ws-team-count to ws-tm-shift-idx
               move "N" to ws-tm-shift-done
               perform until ws-tm-shift-done = "Y"
                   if ws-tm-shift-idx = 1
                       move "Y" to ws-tm-shift-done
                   else
                       if ws-tm-code(ws-tm-shift-idx - 1) > ws-tl-code
                           move ws-tm-entry(ws-tm-shift-idx - 1)
                               to ws-tm-entry(ws-tm-shift-idx)
                           subtract 1 from ws-tm-shift-idx
                       else
                           move "Y" to ws-tm-shift-done
                       end-if
                   end-if
               end-perform
               move ws-tl-code to ws-tm-code(ws-tm-shift-idx)
               move ws-tl-active to ws-tm-active(ws-tm-shift-idx)
           end-if.

      *Reading the transaction file and applying each line, with the
      *  listing opened around the pass so every transaction leaves
                    ws-tx-active
                    ws-tx-hire
                    ws-tx-term
                    ws-tx-effective
           end-unstring.

           move "Y" to ws-txn-valid.

      *Editing one transaction - a bad action, a blank or unknown
      *  operator number, a duplicate number on ADD, a missing name
      *  or team on ADD, an unknown or inactive team code, a
      *  malformed active flag or date, or a TRANSFER without a new
      *  team or effective date, or dated before the operator's last
      *  one, all reject the transaction instead of quietly
      *  corrupting the roster.
       22-edit-transaction.
           if ws-tx-num = spaces
               move "N" to ws-txn-valid
                           move "Unknown operator on DEACTIVATE"
                               to ws-txn-reason
                       end-if
                   when "TRANSFER"
                       perform 26-edit-transfer
                   when other
                       move "N" to ws-txn-valid
                       move "Unknown action" to ws-txn-reason
               end-evaluate
           end-if.

           if ws-txn-valid = "Y" and ws-tx-team not = spaces and
              ws-team-file-name not = spaces
               perform 25-edit-team-code
           end-if.

           if ws-txn-valid = "Y" and ws-tx-active not = spaces
               if ws-tx-active not = "A" and ws-tx-active not = "I"
                   move "N" to ws-txn-valid
               end-if
           end-if.

      *Checking the transaction's team code against the team master -
      *  an unknown code is the "C51" typo this check exists for, and
      *  an inactive one is a team no longer taking operators.
       25-edit-team-code.
           move 0 to ws-tm-match-idx.
           if ws-team-count > 0
               search all ws-tm-entry
                   at end
                       continue
                   when ws-tm-code(ws-tm-idx) = ws-tx-team
                       move ws-tm-idx to ws-tm-match-idx
               end-search
           end-if.
           if ws-tm-match-idx = 0
               move "N" to ws-txn-valid
               move "Team code not on team master" to ws-txn-reason
           else
               if ws-tm-active(ws-tm-match-idx) not = "A"
                   move "N" to ws-txn-valid
                   move "Team code is inactive" to ws-txn-reason
               end-if
           end-if.

      *Checking a TRANSFER - the operator must exist, the new team
      *  must be given and differ from the current one, and the
      *  effective date must be a real yyyymmdd later than the
      *  operator's latest assignment (the hire date, on a first
      *  transfer), so the assignments stay in date order for the
      *  report run to walk.
       26-edit-transfer.
           evaluate true
               when ws-ros-match-idx = 0
                   move "N" to ws-txn-valid
                   move "Unknown operator on TRANSFER" to ws-txn-reason
               when ws-tx-team = spaces
                   move "N" to ws-txn-valid
                   move "Blank team code on TRANSFER" to ws-txn-reason
               when ws-tx-team = ws-ros-team(ws-ros-match-idx)
                   move "N" to ws-txn-valid
                   move "Operator already on that team" to ws-txn-reason
               when ws-tx-effective = spaces
                   move "N" to ws-txn-valid
                   move "Blank effective date on TRANSFER"
                       to ws-txn-reason
               when other
                   move ws-tx-effective to ws-date-check
                   perform 24-edit-date-field
                   if ws-date-ok = "N"
                       move "N" to ws-txn-valid
                       move "Effective date must be yyyymmdd"
                           to ws-txn-reason
                   end-if
           end-evaluate.

           if ws-txn-valid = "Y" and
              ws-ros-xfer-count(ws-ros-match-idx) > 0
               move ws-ros-xfer-count(ws-ros-match-idx) to ws-xfer-idx
               if ws-tx-effective <=
                  ws-ros-xfer-from(ws-ros-match-idx ws-xfer-idx)
                   move "N" to ws-txn-valid
                   move "Effective date not after last transfer"
                       to ws-txn-reason
               end-if
           end-if.

      *    the first transfer also files the team being left as
      *      starting from the hire date, which must come first
           if ws-txn-valid = "Y" and
              ws-ros-xfer-count(ws-ros-match-idx) = 0 and
              ws-ros-hire(ws-ros-match-idx) not = spaces and
              ws-tx-effective <= ws-ros-hire(ws-ros-match-idx)
               move "N" to ws-txn-valid
               move "Effective date not after hire date"
                   to ws-txn-reason
           end-if.

      *Posting one edited transaction onto ws-roster-table. A blank
      *  field on CHANGE means "leave that field as it is", so a
      *  transaction only has to carry what is changing.
                       move ws-tx-name
                           to ws-ros-name(ws-ros-match-idx)
                   end-if
      *            a team correction also corrects the latest dated
      *              assignment, or the two would disagree
                   if ws-tx-team not = spaces
                       move ws-tx-team
                           to ws-ros-team(ws-ros-match-idx)
                       if ws-ros-xfer-count(ws-ros-match-idx) > 0
                           move ws-ros-xfer-count(ws-ros-match-idx)
                               to ws-xfer-idx
                           move ws-tx-team
                               to ws-ros-xfer-team(ws-ros-match-idx
                                                   ws-xfer-idx)
                       end-if
                   end-if
                   if ws-tx-active not = spaces
                       move ws-tx-active
                       move ws-tx-term
                           to ws-ros-term(ws-ros-match-idx)
                   end-if
               when "TRANSFER"
                   perform 27-post-transfer
           end-evaluate.

      *Appending a TRANSFER's team and effective date to the
      *  operator's dated assignments and making it the operator's
      *  current team. The first transfer also records the team the
      *  operator is leaving, from the hire date (blank meaning "from
      *  the start"). With all six assignments in use the oldest is
      *  dropped - the months it covered go to the next one - and the
      *  listing says so.
       27-post-transfer.
           if ws-ros-xfer-count(ws-ros-match-idx) = 0
               move 1 to ws-ros-xfer-count(ws-ros-match-idx)
               move ws-ros-team(ws-ros-match-idx)
                   to ws-ros-xfer-team(ws-ros-match-idx 1)
               move ws-ros-hire(ws-ros-match-idx)
                   to ws-ros-xfer-from(ws-ros-match-idx 1)
           end-if.

           if ws-ros-xfer-count(ws-ros-match-idx) = 6
               perform varying ws-xfer-idx
                   from 1 by 1
                   until ws-xfer-idx > 5
                   move ws-ros-xfer(ws-ros-match-idx ws-xfer-idx + 1)
                       to ws-ros-xfer(ws-ros-match-idx ws-xfer-idx)
               end-perform
               move 5 to ws-ros-xfer-count(ws-ros-match-idx)
               move "Oldest team assignment dropped"
                   to ws-txn-reason
           end-if.

           add 1 to ws-ros-xfer-count(ws-ros-match-idx).
           move ws-ros-xfer-count(ws-ros-match-idx) to ws-xfer-idx.
           move ws-tx-team
               to ws-ros-xfer-team(ws-ros-match-idx ws-xfer-idx).
           move ws-tx-effective
               to ws-ros-xfer-from(ws-ros-match-idx ws-xfer-idx).
           move ws-tx-team to ws-ros-team(ws-ros-match-idx).

      *Rewriting the roster master in full from ws-roster-table - in
      *  operator-number order, in the same comma-delimited layout
      *  the A7 report run reads.
               move ws-ros-active(ws-ros-idx) to ws-ro-active
               move ws-ros-hire(ws-ros-idx) to ws-ro-hire
               move ws-ros-term(ws-ros-idx) to ws-ro-term
               perform varying ws-xfer-idx
                   from 1 by 1
                   until ws-xfer-idx > 6
                   if ws-xfer-idx > ws-ros-xfer-count(ws-ros-idx)
                       move spaces to ws-ro-xfer(ws-xfer-idx)
                   else
                       move "," to ws-ro-xfer-fs-1(ws-xfer-idx)
                       move ws-ros-xfer-team(ws-ros-idx ws-xfer-idx)
                           to ws-ro-xfer-team(ws-xfer-idx)
                       move "," to ws-ro-xfer-fs-2(ws-xfer-idx)
                       move ws-ros-xfer-from(ws-ros-idx ws-xfer-idx)
                           to ws-ro-xfer-from(ws-xfer-idx)
                   end-if
               end-perform
               write roster-rec from ws-roster-line

           end-perform.
           close roster-file.

      *Upgrading the roster to the 6-character operator number - the
      *  load already widens every number as it unstrings the line,
      *  so the rewrite alone carries the whole roster, dated team
      *  assignments included, into the current layout. The same
      *  capacity refusal as a maintenance run guards the rewrite.
       40-upgrade-roster.
           perform 10-load-roster.
           if ws-roster-overflow > 0
               display "A7ROST: roster exceeds 5000 "
                       "operators - run stopped, nothing "
                       "rewritten"
               display "A7ROST: lines beyond capacity: "
                       ws-roster-overflow
               move 8 to return-code
           else
               perform 30-write-roster
               display "A7ROST: Roster Layout Upgrade"
               display "A7ROST: Operators Rewritten:  " ws-roster-count
           end-if.
       end program A7-RosterMaint.
