       identification division.
       program-id. A7-TeamMaint.
       author. Kaifkhan Vakil.
       date-written. 2026-09-03.
      *Program Description:
      *    Companion maintenance program for the team master the A7
      *    report run and the roster maintenance validate team codes
      *    against. A team used to be whatever three characters were
      *    keyed on an operator's line, so a "C51" typed for "CS1"
      *    quietly became a team of its own in the subtotals and the
      *    GL chargeback. This program applies ADD/CHANGE/DEACTIVATE
      *    transactions from a transaction file against the team
      *    master with proper edits, rewrites the updated master, and
      *    prints an applied/rejected change listing. TEAMFILE,
      *    TEAMTRANS and TEAMLIST come from the same A7-Params.dat the
      *    report run reads.
      *
       environment division.
       input-output section.
       file-control.
      *Assigning the run parameter file - same KEY=VALUE file the A7
      *  report run reads, so TEAMFILE only has to be set in one
      *  place; keys this program does not know are ignored.
           select optional param-file
               assign to '../../../A7-Params.dat'
               organization is line sequential.
      *Assigning the team master - read in full, then rewritten with
      *  the applied changes. OPTIONAL so a brand-new master can be
      *  built up from nothing but ADD transactions.
           select optional team-file
               assign to dynamic ws-team-file-name
               organization is line sequential.
      *Assigning the maintenance transaction file - one comma-
      *  delimited ADD/CHANGE/DEACTIVATE line per change. Path from
      *  ws-trans-file-name (TEAMTRANS parameter).
           select trans-file
               assign to dynamic ws-trans-file-name
               organization is line sequential.
      *Assigning the change listing print file - one line per
      *  transaction, applied or rejected with the reason. Path from
      *  ws-listing-file-name (TEAMLIST parameter).
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
      *Declaring the team master record - same comma-delimited layout
      *  the A7 report run's 122-parse-team-line reads: code, name,
      *  supervisor, cost center, home site, active flag.
       fd team-file
           data record is team-rec
           record contains 69 characters.
      *
       01 team-rec pic x(69).
      *Declaring the transaction record - action, team code, then the
      *  team master fields the action needs.
       fd trans-file
           data record is trans-rec
           record contains 80 characters.
      *
       01 trans-rec pic x(80).
      *Declaring the change listing record.
       fd listing-file
           data record is listing-line
           record contains 80 characters.
      *
       01 listing-line pic x(80).
      *
       working-storage section.
      *Run parameters - the listing file has a default so a run that
      *  forgets TEAMLIST still leaves its audit trail somewhere
      *  predictable; the other two have no default because applying
      *  transactions to the wrong master is not a mistake to make
      *  easy.
       01 ws-parameters.
         05 ws-team-file-name          pic x(60)   value spaces.
         05 ws-trans-file-name         pic x(60)   value spaces.
         05 ws-listing-file-name       pic x(60)   value
                   "../../../A7-TeamMaint.out".
      *Working fields for parsing one KEY=VALUE line of param-file.
       01 ws-param-fields.
         05 ws-param-key               pic x(20)   value spaces.
         05 ws-param-value             pic x(60)   value spaces.
       77 ws-param-eof                 pic x       value "N".
      *Table of the team master being maintained - kept in team-code
      *  order by the same sorted-insert technique the roster
      *  maintenance uses, so each transaction's lookup can SEARCH
      *  ALL.
       77 ws-team-count                pic 9(4)    value 0.
       01 ws-team-table.
         05 ws-tm-entry                occurs 0 to 500 times
                                       depending on ws-team-count
                                       ascending key is ws-tm-code
                                       indexed by ws-tm-idx.
           10 ws-tm-code               pic x(3).
           10 ws-tm-name               pic x(20).
           10 ws-tm-supervisor         pic x(20).
           10 ws-tm-cost-center        pic x(10).
           10 ws-tm-site               pic x(10).
           10 ws-tm-active             pic x.
       77 ws-tm-match-idx              pic 9(4)    value 0.
       77 ws-tm-shift-idx              pic 9(4)    value 0.
       77 ws-tm-shift-done             pic x       value "N".
       77 ws-team-eof                  pic x       value "N".
      *This is the comma-delimited team master record layout one
      *  team-rec line is unstrung into on load, and built back from
      *  on rewrite. ws-tl-active carries "A" for an active team,
      *  "I" for one retired from use.
       01 ws-team-line.
         05 ws-tl-code                 pic x(3)    value spaces.
         05 ws-tl-fs-1                 pic x       value ",".
         05 ws-tl-name                 pic x(20)   value spaces.
         05 ws-tl-fs-2                 pic x       value ",".
         05 ws-tl-supervisor           pic x(20)   value spaces.
         05 ws-tl-fs-3                 pic x       value ",".
         05 ws-tl-cost-center          pic x(10)   value spaces.
         05 ws-tl-fs-4                 pic x       value ",".
         05 ws-tl-site                 pic x(10)   value spaces.
         05 ws-tl-fs-5                 pic x       value ",".
         05 ws-tl-active               pic x       value spaces.
      *Staging fields one transaction is unstrung into.
       01 ws-txn-fields.
         05 ws-tx-action               pic x(10)   value spaces.
         05 ws-tx-code                 pic x(3)    value spaces.
         05 ws-tx-name                 pic x(20)   value spaces.
         05 ws-tx-supervisor           pic x(20)   value spaces.
         05 ws-tx-cost-center          pic x(10)   value spaces.
         05 ws-tx-site                 pic x(10)   value spaces.
         05 ws-tx-active               pic x       value spaces.
       77 ws-trans-eof                 pic x       value "N".
       77 ws-txn-valid                 pic x       value "Y".
       77 ws-txn-reason                pic x(40)   value spaces.
       77 ws-trans-read                pic 9(5)    value 0.
       77 ws-trans-applied             pic 9(5)    value 0.
       77 ws-trans-rejected            pic 9(5)    value 0.
      *Count of team lines beyond the table's capacity on load - any
      *  at all stops the run before the rewrite, since a rewrite
      *  from a partial load would drop those teams for good.
       77 ws-team-overflow             pic 9(5)    value 0.
      *Heading, detail and summary lines for the change listing.
       01 ws-listing-heading.
         05 filler                     pic x(31)   value
         "Team Maintenance Change Listing".
         05 filler                     pic x(49)   value spaces.
       01 ws-listing-column-heading.
         05 filler                     pic x(12)   value "Action      ".
         05 filler                     pic x(6)    value "Team  ".
         05 filler                     pic x(10)   value "Status    ".
         05 filler                     pic x(40)   value "Reason".
         05 filler                     pic x(12)   value spaces.
       01 ws-listing-detail-line.
         05 ws-ld-action               pic x(10)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-ld-code                 pic x(3)    value spaces.
         05 filler                     pic x(3)    value spaces.
         05 ws-ld-status               pic x(8)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-ld-reason               pic x(40)   value spaces.
         05 filler                     pic x(12)   value spaces.
       01 ws-listing-summary-line.
         05 filler                     pic x(42)   value
         "Transactions Read/Applied/Rejected:       ".
         05 ws-ls-read                 pic zzzz9   value 0.
         05 filler                     pic x(1)    value "/".
         05 ws-ls-applied              pic zzzz9   value 0.
         05 filler                     pic x(1)    value "/".
         05 ws-ls-rejected             pic zzzz9   value 0.
         05 filler                     pic x(21)   value spaces.
       01 ws-listing-count-line.
         05 filler                     pic x(42)   value
         "Teams On Master After Maintenance:        ".
         05 ws-lc-count                pic zzzz9   value 0.
         05 filler                     pic x(33)   value spaces.
      *
       procedure division.
       000-Main.
           perform 05-read-parameters.
           evaluate true
               when ws-team-file-name = spaces
                   display "A7TEAM: set TEAMFILE=path in "
                           "A7-Params.dat"
                   move 8 to return-code
               when ws-trans-file-name = spaces
                   display "A7TEAM: set TEAMTRANS=path in "
                           "A7-Params.dat"
                   move 8 to return-code
               when other
                   perform 10-load-teams
      *            a partial load must never feed the rewrite - the
      *              same refusal the roster maintenance makes
                   if ws-team-overflow > 0
                       display "A7TEAM: team master exceeds 500 "
                               "teams - run stopped, nothing "
                               "rewritten"
                       display "A7TEAM: lines beyond capacity: "
                               ws-team-overflow
                       move 8 to return-code
                   else
                       perform 20-apply-transactions
                       perform 30-write-teams
                       if ws-trans-rejected > 0
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
               when "TEAMFILE"
                   move ws-param-value to ws-team-file-name
               when "TEAMTRANS"
                   move ws-param-value to ws-trans-file-name
               when "TEAMLIST"
                   move ws-param-value to ws-listing-file-name
               when other
                   continue
           end-evaluate.

      *Reading the whole team master into ws-team-table in team-code
      *  order before any transaction is applied.
       10-load-teams.
           open input team-file.
           move "N" to ws-team-eof.
           perform until ws-team-eof = "Y"
               read team-file
                   at end
                       move "Y" to ws-team-eof
               end-read
               if ws-team-eof not = "Y"
                   if ws-team-count < 500
                       perform 11-parse-team-line
                   else
                       add 1 to ws-team-overflow
                   end-if
               end-if
           end-perform.
           close team-file.

      *Splitting one team-rec comma-delimited line into
      *  ws-team-line's named fields and inserting it in team-code
      *  order.
       11-parse-team-line.
      *    clear only the data fields - the comma separators between
      *      them are what 30-write-teams writes back out
           move spaces to ws-tl-code.
           move spaces to ws-tl-name.
           move spaces to ws-tl-supervisor.
           move spaces to ws-tl-cost-center.
           move spaces to ws-tl-site.
           move spaces to ws-tl-active.
           unstring team-rec delimited by ","
               into ws-tl-code
                    ws-tl-name
                    ws-tl-supervisor
                    ws-tl-cost-center
                    ws-tl-site
                    ws-tl-active
           end-unstring.
           if ws-tl-code not = spaces
               move ws-tl-code to ws-tx-code
               perform 12-insert-team-entry
               move ws-tl-name to ws-tm-name(ws-tm-shift-idx)
               move ws-tl-supervisor
                   to ws-tm-supervisor(ws-tm-shift-idx)
               move ws-tl-cost-center
                   to ws-tm-cost-center(ws-tm-shift-idx)
               move ws-tl-site to ws-tm-site(ws-tm-shift-idx)
               move ws-tl-active to ws-tm-active(ws-tm-shift-idx)
           end-if.

      *Inserting a new (blank) team entry under ws-tx-code in
      *  team-code order, shifting greater entries up one - same
      *  sorted-insert-for-SEARCH-ALL technique as the roster
      *  maintenance. Leaves ws-tm-shift-idx pointing at the inserted
      *  entry.
       12-insert-team-entry.
           add 1 to ws-team-count.
           move ws-team-count to ws-tm-shift-idx.
           move "N" to ws-tm-shift-done.
           perform until ws-tm-shift-done = "Y"
               if ws-tm-shift-idx = 1
                   move "Y" to ws-tm-shift-done
               else
                   if ws-tm-code(ws-tm-shift-idx - 1) > ws-tx-code
                       move ws-tm-entry(ws-tm-shift-idx - 1)
                           to ws-tm-entry(ws-tm-shift-idx)
                       subtract 1 from ws-tm-shift-idx
                   else
                       move "Y" to ws-tm-shift-done
                   end-if
               end-if
           end-perform.
           move ws-tx-code to ws-tm-code(ws-tm-shift-idx).
           move spaces to ws-tm-name(ws-tm-shift-idx).
           move spaces to ws-tm-supervisor(ws-tm-shift-idx).
           move spaces to ws-tm-cost-center(ws-tm-shift-idx).
           move spaces to ws-tm-site(ws-tm-shift-idx).
           move "A" to ws-tm-active(ws-tm-shift-idx).

      *Reading the transaction file and applying each line, with the
      *  listing opened around the pass so every transaction leaves
      *  an applied/rejected line behind it.
       20-apply-transactions.
           open output listing-file.
           write listing-line from ws-listing-heading.
           write listing-line from ws-listing-column-heading.

           open input trans-file.
           move "N" to ws-trans-eof.
           perform until ws-trans-eof = "Y"
               read trans-file
                   at end
                       move "Y" to ws-trans-eof
               end-read
               if ws-trans-eof not = "Y" and trans-rec not = spaces
                   add 1 to ws-trans-read
                   perform 21-apply-one-transaction
               end-if
           end-perform.
           close trans-file.

           move ws-trans-read to ws-ls-read.
           move ws-trans-applied to ws-ls-applied.
           move ws-trans-rejected to ws-ls-rejected.
           move spaces to listing-line.
           write listing-line.
           write listing-line from ws-listing-summary-line.
           move ws-team-count to ws-lc-count.
           write listing-line from ws-listing-count-line.
           close listing-file.

      *Editing and applying one transaction, then writing its
      *  listing line.
       21-apply-one-transaction.
           move spaces to ws-txn-fields.
           unstring trans-rec delimited by ","
               into ws-tx-action
                    ws-tx-code
                    ws-tx-name
                    ws-tx-supervisor
                    ws-tx-cost-center
                    ws-tx-site
                    ws-tx-active
           end-unstring.

           move "Y" to ws-txn-valid.
           move spaces to ws-txn-reason.

           perform 22-edit-transaction.
           if ws-txn-valid = "Y"
               perform 23-post-transaction
               add 1 to ws-trans-applied
               move "APPLIED" to ws-ld-status
           else
               add 1 to ws-trans-rejected
               move "REJECTED" to ws-ld-status
           end-if.

           move ws-tx-action to ws-ld-action.
           move ws-tx-code to ws-ld-code.
           move ws-txn-reason to ws-ld-reason.
           write listing-line from ws-listing-detail-line.

      *Editing one transaction - a bad action, a blank or unknown
      *  team code, a duplicate code on ADD, a missing name or cost
      *  center on ADD, or a malformed active flag all reject the
      *  transaction instead of quietly corrupting the master. The
      *  cost center is what finance charges the team's calls to,
      *  so an ADD without one is as bad as an ADD without a name.
       22-edit-transaction.
           if ws-tx-code = spaces
               move "N" to ws-txn-valid
               move "Blank team code" to ws-txn-reason
           end-if.

           if ws-txn-valid = "Y"
               move 0 to ws-tm-match-idx
               if ws-team-count > 0
                   search all ws-tm-entry
                       at end
                           continue
                       when ws-tm-code(ws-tm-idx) = ws-tx-code
                           move ws-tm-idx to ws-tm-match-idx
                   end-search
               end-if
               evaluate ws-tx-action
                   when "ADD"
                       if ws-tm-match-idx not = 0
                           move "N" to ws-txn-valid
                           move "Duplicate team code on ADD"
                               to ws-txn-reason
                       end-if
                       if ws-txn-valid = "Y" and
                          ws-team-count >= 500
                           move "N" to ws-txn-valid
                           move "Team master is full" to ws-txn-reason
                       end-if
                       if ws-txn-valid = "Y" and ws-tx-name = spaces
                           move "N" to ws-txn-valid
                           move "Blank team name on ADD"
                               to ws-txn-reason
                       end-if
                       if ws-txn-valid = "Y" and
                          ws-tx-cost-center = spaces
                           move "N" to ws-txn-valid
                           move "Blank cost center on ADD"
                               to ws-txn-reason
                       end-if
                   when "CHANGE"
                       if ws-tm-match-idx = 0
                           move "N" to ws-txn-valid
                           move "Unknown team code on CHANGE"
                               to ws-txn-reason
                       end-if
                   when "DEACTIVATE"
                       if ws-tm-match-idx = 0
                           move "N" to ws-txn-valid
                           move "Unknown team code on DEACTIVATE"
                               to ws-txn-reason
                       end-if
                   when other
                       move "N" to ws-txn-valid
                       move "Unknown action" to ws-txn-reason
               end-evaluate
           end-if.

           if ws-txn-valid = "Y" and ws-tx-active not = spaces
               if ws-tx-active not = "A" and ws-tx-active not = "I"
                   move "N" to ws-txn-valid
                   move "Active flag must be A or I" to ws-txn-reason
               end-if
           end-if.

      *Posting one edited transaction onto ws-team-table. A blank
      *  field on CHANGE means "leave that field as it is", so a
      *  transaction only has to carry what is changing.
       23-post-transaction.
           evaluate ws-tx-action
               when "ADD"
                   perform 12-insert-team-entry
                   move ws-tx-name to ws-tm-name(ws-tm-shift-idx)
                   move ws-tx-supervisor
                       to ws-tm-supervisor(ws-tm-shift-idx)
                   move ws-tx-cost-center
                       to ws-tm-cost-center(ws-tm-shift-idx)
                   move ws-tx-site to ws-tm-site(ws-tm-shift-idx)
                   if ws-tx-active not = spaces
                       move ws-tx-active
                           to ws-tm-active(ws-tm-shift-idx)
                   end-if
               when "CHANGE"
                   if ws-tx-name not = spaces
                       move ws-tx-name
                           to ws-tm-name(ws-tm-match-idx)
                   end-if
                   if ws-tx-supervisor not = spaces
                       move ws-tx-supervisor
                           to ws-tm-supervisor(ws-tm-match-idx)
                   end-if
                   if ws-tx-cost-center not = spaces
                       move ws-tx-cost-center
                           to ws-tm-cost-center(ws-tm-match-idx)
                   end-if
                   if ws-tx-site not = spaces
                       move ws-tx-site
                           to ws-tm-site(ws-tm-match-idx)
                   end-if
                   if ws-tx-active not = spaces
                       move ws-tx-active
                           to ws-tm-active(ws-tm-match-idx)
                   end-if
               when "DEACTIVATE"
                   move "I" to ws-tm-active(ws-tm-match-idx)
           end-evaluate.

      *Rewriting the team master in full from ws-team-table - in
      *  team-code order, in the same comma-delimited layout the A7
      *  report run reads.
       30-write-teams.
           open output team-file.
           perform varying ws-tm-idx
               from 1 by 1
               until ws-tm-idx > ws-team-count

               move ws-tm-code(ws-tm-idx) to ws-tl-code
               move ws-tm-name(ws-tm-idx) to ws-tl-name
               move ws-tm-supervisor(ws-tm-idx) to ws-tl-supervisor
               move ws-tm-cost-center(ws-tm-idx) to ws-tl-cost-center
               move ws-tm-site(ws-tm-idx) to ws-tl-site
               move ws-tm-active(ws-tm-idx) to ws-tl-active
               write team-rec from ws-team-line

           end-perform.
           close team-file.
       end program A7-TeamMaint.
