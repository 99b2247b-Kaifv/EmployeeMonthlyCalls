      *  prints, so finance no longer re-derives team/month totals
      *  from the printed report by hand. Path from ws-gl-file-name
      *  (GLFILE parameter); a run with no GLFILE set writes none.
      *  Written under the pending name in ws-gl-pend-file-name until
      *  a supervisor approves the run and A7REL releases it.
           select gl-file
               assign to dynamic ws-gl-pend-file-name
               organization is line sequential.
      *Assigning the GL sent-history file - the team/month totals last
      *  sent to GL for every SITE and REPORTYEAR, with the batch
      *  number they went out under, so a rerun or a MODE=MONTHLY
      *  update can send finance only what changed. Read and
      *  rewritten by 66-write-gl-extract. Path from
      *  ws-gl-sent-file-name (GLSENTFILE parameter); optional so the
      *  first send for a site starts the history. Left blank, every
      *  run rewrites the full GL extract as before.
           select optional gl-sent-file
               assign to dynamic ws-gl-sent-file-name
               organization is line sequential.
      *Assigning the pending GL sent-history file - the history as it
      *  will stand once this run's GL extract or adjustments are
      *  released, written by 665-rewrite-gl-sent-history under
      *  ws-gl-sent-pend-file-name. The live history is only replaced
      *  by it when A7REL releases the run, so an unapproved run never
      *  counts as sent.
           select gl-sent-pend-file
               assign to dynamic ws-gl-sent-pend-file-name
               organization is line sequential.
      *Assigning the GL adjustment file - written instead of a second
      *  full GL extract once a SITE and REPORTYEAR has already been
      *  sent: one net-delta line per team-month that changed, under
      *  the next batch number, closed by a control trailer. Path from
      *  ws-gl-adjust-file-name (GLADJFILE parameter). Written under
      *  the pending name in ws-gl-adj-pend-file-name until released.
           select gl-adjust-file
               assign to dynamic ws-gl-adj-pend-file-name
               organization is line sequential.
      *Assigning the maintained operator roster master file (operator
      *  number, name, team, active/inactive flag, comma-delimited)
           select optional roster-file
               assign to dynamic ws-roster-file-name
               organization is line sequential.
      *Assigning the team master maintained by A7TEAM (team code,
      *  name, supervisor, cost center, home site, active flag,
      *  comma-delimited) read once by 121-load-team-master. Path from
      *  ws-team-file-name (TEAMFILE parameter); optional because a
      *  run with no TEAMFILE set takes team codes as keyed, exactly
      *  as the program behaved before the team master existed.
           select optional team-file
               assign to dynamic ws-team-file-name
               organization is line sequential.
      *Assigning the roster snapshot file - one line per operator
      *  (number, name, team) written at the end of each normal run by
      *  88-write-roster-snapshot, and read back at the end of the
           select optional ytd-file
               assign to dynamic ws-ytd-file-name
               organization is line sequential.
      *Assigning the retired year-to-date master - MODE=YEAREND copies
      *  the closed year's master here before starting a fresh one for
      *  the new fiscal year. The name is the YTDFILE path suffixed
      *  with the closed fiscal year, built by 351-retire-ytd-master
      *  into ws-ytd-retire-file-name, so every closed year keeps its
      *  own copy alongside the live master.
           select ytd-retire-file
               assign to dynamic ws-ytd-retire-file-name
               organization is line sequential.
      *Assigning the recycle write-off listing - the recycle records
      *  a MODE=YEAREND close finds still carrying the closed fiscal
      *  year, listed with their reason and age instead of being
      *  carried into the new year. Path from ws-writeoff-file-name
      *  (WRITEOFFFILE parameter).
           select writeoff-file
               assign to dynamic ws-writeoff-file-name
               organization is line sequential.
      *Assigning the per-operator annual statement print file - one
      *  page per operator written at the end of a normal run by
      *  50-write-statements, pulling the monthly counts, rates,
      *  ranks and archive history the supervisors currently
      *  scissor together from three different printouts. Path from
      *  ws-statement-file-name (STATEMENTFILE parameter); a run with
      *  none set writes no statements. Written under the pending
      *  name in ws-stmt-pend-file-name until released by A7REL.
           select statement-file
               assign to dynamic ws-stmt-pend-file-name
               organization is line sequential.
      *Assigning the per-team supervisor packet print file - reopened
      *  once per team by 681-write-one-packet, so each supervisor
      *  gets only their own team's pages instead of someone cutting
      *  up the combined report by hand. Path built per team from
      *  ws-packet-prefix (PACKETPREFIX parameter) and the team code.
           select packet-file
               assign to dynamic ws-packet-file-name
               organization is line sequential.
      *Assigning the packet distribution index - one line per packet
      *  written, with its page and operator counts. Path from
      *  ws-packet-index-file-name (PACKETINDEX parameter).
           select packet-index-file
               assign to dynamic ws-packet-index-file-name
               organization is line sequential.
      *Assigning the run ledger - one record appended by every
      *  execution (77-append-run-ledger) recording when it ran, what
           select optional ledger-file
               assign to '../../../A7-RunLedger.dat'
               organization is line sequential.
      *Assigning the suspect-value override file - supervisor-kept
      *  lines confirming a month 57-screen-suspect-values flagged as
      *  genuine (operator number, fiscal year, fiscal month, call
      *  count, confirmed by), so the same value is not flagged again
      *  on later runs. Path from ws-suspect-ovr-file-name
      *  (SUSPECTOVERRIDE parameter); optional so a site with nothing
      *  confirmed yet needs no file.
           select optional suspect-override-file
               assign to dynamic ws-suspect-ovr-file-name
               organization is line sequential.
      *
       data division.
       file section.
      *Declaring input file - read as a raw line and laid out into
      *  emp-rec by 101-layout-input-record, since a file may be in
      *  the original 58-byte layout or the wide 85-byte one.
       fd input-file
           data record is input-rec
           record contains 85 characters.
      *
       01 input-rec pic x(85).
      *Declaring output file.
       fd report-file
           data record is print-line
      *  operator, carrying the same figures as ws-detail-line.
       fd extract-file
           data record is extract-line
           record contains 130 characters.
      *
       01 extract-line pic x(130).
      *Declaring exceptions file record - one line per record that
      *  15-validate-record rejects, with the reason it was rejected.
       fd exception-file
           data record is exception-line
           record contains 48 characters.
      *
       01 exception-line pic x(48).
      *Declaring the run parameter file record - free-form KEY=VALUE
      *  lines parsed by 06-parse-parameter-line.
       fd param-file
      *
       01 param-line pic x(80).
      *Declaring the two trend-mode year files - same physical layout
      *  as input-rec with or without the team code, in either record
      *  width, laid out into emp-rec by 101-layout-input-record so
      *  90-run-trend-report can reuse the same field names.
       fd trend-year1-file
           data record is trend-year1-rec
           record contains 85 characters.
      *
       01 trend-year1-rec pic x(85).
       fd trend-year2-file
           data record is trend-year2-rec
           record contains 85 characters.
      *
       01 trend-year2-rec pic x(85).
      *Declaring the checkpoint file record - one KEY=VALUE style line
      *  per saved item (run totals, operator table, team table, seen-
      *  operator table), rewritten in full by 29-write-checkpoint.
      *
       01 checkpoint-line pic x(200).
      *Declaring the multi-site consolidate-mode input record - same
      *  physical layout as extract-line, unstrung into
      *  ws-extract-line so 98-accumulate-consolidate-record can reuse
      *  its named fields whichever width the site's extract was
      *  written in.
       fd consolidate-file
           data record is consolidate-rec
           record contains 130 characters.
      *
       01 consolidate-rec pic x(130).
      *Declaring the hours input record - same fixed layout idea as
      *  emp-rec: operator number then 12 monthly hours figures, with
      *  a 3-character operator number on files in the original 39-
      *  byte layout and a 6-character one in the wide 42-byte layout.
       fd hours-file
           data record is hours-rec
           record contains 42 characters.
      *
       01 hours-rec pic x(42).
      *Declaring the team-month GL summary record - one comma-
      *  delimited line per team per month, written by
      *  66-write-gl-extract.
       fd gl-file
           data record is gl-rec
           record contains 54 characters.
      *
       01 gl-rec pic x(54).
      *Declaring the GL sent-history record - one comma-delimited line
      *  per site, year, team and month, parsed by 661-load-gl-sent-
      *  history.
       fd gl-sent-file
           data record is gl-sent-rec
           record contains 44 characters.
      *
       01 gl-sent-rec pic x(44).
      *Declaring the pending GL sent-history record - the same
      *  layout as gl-sent-rec.
       fd gl-sent-pend-file
           data record is gl-sent-pend-rec
           record contains 44 characters.
      *
       01 gl-sent-pend-rec pic x(44).
      *Declaring the GL adjustment record - a batch header, net-delta
      *  detail lines and a control trailer, told apart by the record
      *  type in the first byte.
       fd gl-adjust-file
           data record is gl-adjust-rec
           record contains 84 characters.
      *
       01 gl-adjust-rec pic x(84).
      *Declaring the operator roster master record - one comma-
      *  delimited line per operator on the maintained roster, parsed
      *  by 13-parse-roster-line. Lines written before the dated team
      *  assignments existed stop after the termination date.
       fd roster-file
           data record is roster-rec
           record contains 121 characters.
      *
       01 roster-rec pic x(121).
      *Declaring the team master record - one comma-delimited line
      *  per team, parsed by 122-parse-team-line.
       fd team-file
           data record is team-rec
           record contains 69 characters.
      *
       01 team-rec pic x(69).
      *Declaring the roster snapshot record - one comma-delimited line
      *  per operator (number, name, team) from the prior run, parsed
      *  by 871-parse-snapshot-line.
       fd snapshot-file
           data record is snapshot-rec
           record contains 23 characters.
      *
       01 snapshot-rec pic x(23).
      *Declaring the multi-year archive history record - one record
      *  per operator per fiscal year, keyed on operator number plus
      *  fiscal year, written by 85-append-archive-records and read
      *  back by 86-run-archive-report (and the forecast/statement
      *  passes). The fiscal year's 12 monthly counts ride along so
      *  the forecast can credit each month to the team the operator
      *  was on in it; A7ARCH's ARCHIVEV1 pass carries an archive
      *  from before they existed forward with the months zeroed.
       fd archive-file
           data record is archive-rec
           record contains 97 characters.
      *
       01 archive-rec.
         05 archive-key.
           10 ark-op-num               pic x(6).
           10 ark-year                 pic x(4).
         05 ark-name                   pic x(12).
         05 ark-total                  pic 9(7).
         05 ark-avg                    pic 9(5).
         05 ark-team                   pic x(3).
         05 ark-months                 pic 9(5)    occurs 12 times.
      *Declaring the reject recycle record - the rejected record's
      *  full 85-byte emp-rec image, the rejection reason, and how
      *  many runs it has bounced, at the fixed positions of
      *  ws-recycle-line. Records carried forward before the wide
      *  layout hold a 58-byte image and are 103 bytes long.
       fd recycle-file
           data record is recycle-rec
           record contains 130 characters.
      *
       01 recycle-rec pic x(130).
      *Declaring the monthly transaction record - one comma-delimited
      *  line per operator per month, parsed by 44-apply-monthly-line.
       fd monthly-file
           data record is monthly-rec
           record contains 17 characters.
      *
       01 monthly-rec pic x(17).
      *Declaring the year-to-date master record - the first line is
      *  the YTD header 11-capture-ytd-header recognizes, every other
      *  line is a full emp-rec image, so the master reads back
      *  through the same input-file layout as A7.dat. A master
      *  written before the wide layout holds 58-byte images.
       fd ytd-file
           data record is ytd-rec
           record contains 85 characters.
      *
       01 ytd-rec pic x(85).
      *Declaring the retired year-to-date master record - a straight
      *  line-for-line copy of ytd-rec.
       fd ytd-retire-file
           data record is ytd-retire-rec
           record contains 85 characters.
      *
       01 ytd-retire-rec pic x(85).
      *Declaring the recycle write-off listing print record - same
      *  132-column print width as report-file.
       fd writeoff-file
           data record is writeoff-line
           record contains 132 characters.
      *
       01 writeoff-line pic x(132).
      *Declaring the statement print record - same 132-column print
      *  width as report-file, one page per operator.
       fd statement-file
           record contains 132 characters.
      *
       01 statement-line pic x(132).
      *Declaring the supervisor packet print record - same 132-column
      *  print width as report-file.
       fd packet-file
           data record is packet-line
           record contains 132 characters.
      *
       01 packet-line pic x(132).
      *Declaring the packet distribution index print record.
       fd packet-index-file
           data record is packet-index-line
           record contains 132 characters.
      *
       01 packet-index-line pic x(132).
      *Declaring the run ledger record - one comma-delimited line per
      *  execution, in the layout of ws-ledger-line. Lines written by
      *  A7REL carry the approval details in further columns.
       fd ledger-file
           data record is ledger-rec
           record contains 240 characters.
      *
       01 ledger-rec pic x(240).
      *Declaring the suspect-value override record - one comma-
      *  delimited confirmation per line, parsed by 571-load-suspect-
      *  overrides.
       fd suspect-override-file
           data record is suspect-override-rec
           record contains 60 characters.
      *
       01 suspect-override-rec pic x(60).
      *
       working-storage section.
      *Declaring input fields - the wide layout, 6-character operator
      *  number and 5-digit monthly counts, that every input-file, YTD
      *  master and trend-year record is laid out into by
      *  101-layout-input-record whichever width it was written in.
       01 emp-rec.
         05 emp-rec-num                pic x(6).
         05 emp-rec-name               pic x(12).
         05 emp-rec-calls              pic 9(5)    occurs 12 times.
         05 emp-rec-year               pic x(4).
         05 emp-rec-team               pic x(3).
      *Alphanumeric view of the monthly counts - where a non-numeric
      *  count from an original-layout record is carried so
      *  15-validate-record still rejects it.
       01 emp-rec-text redefines emp-rec.
         05 filler                     pic x(18).
         05 emp-rec-calls-text         pic x(5)    occurs 12 times.
         05 filler                     pic x(7).
      *One record exactly as read, and its view in the original
      *  58-byte layout - 3-character operator number and 3-digit
      *  monthly counts. A record is in the original layout when
      *  nothing follows position 58.
       01 ws-layout-raw                pic x(85)   value spaces.
       01 emp-rec-v1 redefines ws-layout-raw.
         05 emp-v1-num                 pic x(3).
         05 emp-v1-name                pic x(12).
         05 emp-v1-calls               pic 9(3)    occurs 12 times.
         05 emp-v1-year                pic x(4).
         05 emp-v1-team                pic x(3).
         05 filler                     pic x(27).
       01 emp-rec-v1-text redefines ws-layout-raw.
         05 filler                     pic x(15).
         05 emp-v1-calls-text          pic x(3)    occurs 12 times.
         05 filler                     pic x(34).
      *Layout of the file being laid out - "1" original, "2" wide,
      *  space until its first data record has been looked at - and
      *  the layout each file was found in, reset when it is opened.
       77 ws-layout-format             pic x       value space.
       77 ws-layout-idx                pic 99      value 0.
       77 ws-input-format              pic x       value space.
       77 ws-trend1-format             pic x       value space.
       77 ws-trend2-format             pic x       value space.
       77 ws-ytd-format                pic x       value space.
      *Variable level for storing constants later used in the program.
       01 ws-constants.
         05 ws-number-of-months        pic 99      value 12.
                                       pic x(3)    occurs
                              12 times.
         05 ws-max-operators           pic 9(4)    value 5000.
      *Capacity of the per-team tables (team subtotals, GL
      *  comparison, forecast teams) - the same ceiling as the team
      *  master A7TEAM maintains.
         05 ws-max-teams               pic 9(4)    value 500.
      *Run parameters - defaults used when a KEY is not present in
      *  A7-Params.dat (or the file is absent). 06-parse-parameter-line
      *  overwrites whichever of these a run's parameter file sets.
      *Single operator number (ARCHIVEOP parameter) to narrow a
      *  MODE=ARCHIVE listing down to one operator's tenure; left blank
      *  prints the whole shop's history instead.
         05 ws-archive-op-filter       pic x(6)    value spaces.
      *Fiscal year tag (REPORTYEAR parameter) this run's archive
      *  entries are filed under. When left blank, 20-process-lines
      *  fills it in from the first input-file record's emp-rec-year.
      *  cross-referenced against input-file by 15-validate-record.
      *  Left blank means "do not cross-reference this run".
         05 ws-roster-file-name        pic x(60)   value spaces.
      *Maintained team master file (TEAMFILE parameter) the team code
      *  on every input-file record is checked against by
      *  15-validate-record, and the source of the team name and cost
      *  center on the subtotals and the GL feed. Left blank means
      *  "take team codes as keyed".
         05 ws-team-file-name          pic x(60)   value spaces.
      *Scheduled/worked hours input file (HOURSFILE parameter) read
      *  once by 18-load-hours-file. Left blank means "no hours this
      *  run" and every calls-per-hour figure prints as zero.
      *  at the end of a normal run by 66-write-gl-extract. Left blank
      *  means "no GL feed this run".
         05 ws-gl-file-name            pic x(60)   value spaces.
      *GL sent-history file (GLSENTFILE parameter) and GL adjustment
      *  file (GLADJFILE parameter) used by 66-write-gl-extract. A
      *  blank GLSENTFILE keeps no history and always sends the full
      *  extract.
         05 ws-gl-sent-file-name       pic x(60)   value spaces.
         05 ws-gl-adjust-file-name     pic x(60)   value
                   "../../../A7-GLAdjust.dat".
      *Target call volume (TARGETCALLS parameter) the MODE=STAFFPLAN
      *  what-if is planned against, and whether that figure is a
      *  monthly or an annual volume (TARGETPERIOD parameter, MONTH or
      *  parameter) written by 50-write-statements at the end of a
      *  normal run. Left blank means "no statements this run".
         05 ws-statement-file-name     pic x(60)   value spaces.
      *Per-team supervisor packets (PACKETPREFIX parameter) written by
      *  68-write-team-packets at the end of a normal run - each
      *  team's packet goes to the prefix followed by the team code
      *  and ".out", and the distribution index (PACKETINDEX
      *  parameter) lists them. PACKETLINES is the printed lines per
      *  packet page. A blank prefix means "no packets this run" -
      *  the combined report is written either way.
         05 ws-packet-prefix           pic x(50)   value spaces.
         05 ws-packet-index-file-name  pic x(60)   value
                   "../../../A7-PacketIndex.out".
         05 ws-packet-page-lines       pic 999     value 60.
      *How many rejects a run may shrug off before the return code
      *  grades it a warning (REJECTTOL parameter) - zero means any
      *  reject at all warns the scheduler.
         05 ws-reject-tolerance        pic 9(5)    value 0.
      *Suspect-value screen run by 57-screen-suspect-values - a month
      *  more than SUSPECTFACTOR times the operator's own monthly
      *  average is flagged, and zero switches the screen off.
      *  SUSPECTOVERRIDE is the supervisor-maintained file of flagged
      *  values confirmed as genuine, which are not flagged again.
         05 ws-suspect-factor          pic 99      value 3.
         05 ws-suspect-ovr-file-name   pic x(60)   value spaces.
      *Reject recycle file (RECYCLEFILE parameter) read back and
      *  rewritten by a normal run so repaired rejects rejoin the
      *  totals and unresolved ones carry forward with an age count.
      *  snapshot/88-write-roster-snapshot. Left blank means "keep no
      *  snapshot this run".
         05 ws-snapshot-file-name      pic x(60)   value spaces.
      *Recycle write-off listing (WRITEOFFFILE parameter) a
      *  MODE=YEAREND close writes the closed year's unresolved
      *  recycle records to.
         05 ws-writeoff-file-name      pic x(60)   value
                   "../../../A7-RecycleWriteOff.out".
      *Pending names the GL extract, GL adjustments, GL sent history
      *  and statements are written under - each configured name with
      *  ".pending" added, built by 055-build-pending-file-names. The
      *  files stay staged there until a supervisor approves the run
      *  and the A7REL release program renames them into place.
       01 ws-pending-file-names.
         05 ws-gl-pend-file-name       pic x(68)   value spaces.
         05 ws-gl-adj-pend-file-name   pic x(68)   value spaces.
         05 ws-gl-sent-pend-file-name  pic x(68)   value spaces.
         05 ws-stmt-pend-file-name     pic x(68)   value spaces.
         05 ws-pending-suffix          pic x(8)    value ".pending".
      *Working fields for parsing one KEY=VALUE line of param-file.
       01 ws-param-fields.
         05 ws-param-key               pic x(20)   value spaces.
                                       depending on ws-consol-op-count
                                       ascending key is ws-cs-num
                                       indexed by ws-cs-idx.
           10 ws-cs-num                pic x(6).
           10 ws-cs-site-count         pic 99.
           10 ws-cs-last-site          pic 9.
       77 ws-cs-match-idx              pic 9(4)    value 0.
       01 ws-operator-table.
         05 ws-op-entry                occurs 5000 times
                                       indexed by ws-op-idx.
           10 ws-op-num                pic x(6).
           10 ws-op-name               pic x(12).
           10 ws-op-team               pic x(3).
           10 ws-op-total              pic 9(7).
           10 ws-op-avg                pic 9(5).
           10 ws-op-rem                pic 999.
           10 ws-op-months             pic 9(5)    occurs 12 times.
      *Standard deviation of this operator's 12 monthly call counts,
      *  computed by 26-compute-op-volatility - a high value means a
      *  workload that swings between slammed and idle, even when the
      *  12-month average looks the same as a steadier operator.
           10 ws-op-stddev             pic 9(5)v99.
      *Calls-per-hour rate computed by 22-compute-calls-per-hour -
      *  zero when no hours were supplied for this operator.
           10 ws-op-cph                pic 9(3)v99.
      *  carries fewer than the full complement, and the detail line,
      *  threshold alert and leaderboard treat them as partial-year.
           10 ws-op-active-months      pic 99.
      *"Y" when 281-resolve-month-teams found the operator on more
      *  than one team over the fiscal year - the detail line marks
      *  them so a split team subtotal is not a surprise.
           10 ws-op-transferred        pic x.
       77 ws-op-count                  pic 9(4)    value 0.
       77 ws-alert-count               pic 9(4)    value 0.
      *Working fields for 23-compute-active-months' walk down the
       77 ws-slot-year                 pic 9(4)    value 0.
       77 ws-slot-yyyymm               pic 9(6)    value 0.
       77 ws-cal-scan-idx              pic 99      value 0.
      *The team each fiscal slot of the record in hand is credited to,
      *  worked out by 281-resolve-month-teams from the roster's dated
      *  team assignments, and whether that is more than one team.
       01 ws-cur-month-team-table.
         05 ws-cur-month-team          pic x(3)    occurs 12 times.
       77 ws-cur-transferred           pic x       value "N".
       77 ws-xfer-idx                  pic 9       value 0.
       77 ws-xfer-from-yyyymm          pic 9(6)    value 0.
       77 ws-xfer-op-num               pic x(6)    value spaces.
       77 ws-xfer-base-team            pic x(3)    value spaces.
       77 ws-xfer-dated                pic x       value "N".
       77 ws-team-record-overflow      pic x       value "N".
       77 ws-alert-eff-threshold       pic 9(4)v99 value 0.
      *Scratch "already placed on the leaderboard" flags used by
      *  80-print-leaderboard, reset and reused for both the top-N and
                                        pic x       value "N".
       77 ws-lb-rank                    pic 99      value 0.
       77 ws-lb-best-idx                pic 9(4)    value 0.
       77 ws-lb-best-avg                pic s9(6)   value 0.
      *Scratch fields for 26-compute-op-volatility's pass over one
      *  operator's 12 monthly call counts, and for 82-print-
      *  volatility-report's selection pass over ws-operator-table -
      *  same "scan and pick the best unpicked entry" style
      *  80-print-leaderboard already uses.
       77 ws-vol-mean                   pic 9(5)v99 value 0.
       77 ws-vol-dev                    pic s9(5)v99 value 0.
       77 ws-vol-sumsq                  pic 9(11)v99 value 0.
       77 ws-vol-variance                pic 9(11)v99 value 0.
       77 ws-vol-rank                   pic 99      value 0.
       77 ws-vol-best-idx                pic 9(4)    value 0.
       77 ws-vol-best-std                pic s9(6)v99 value 0.
                                       depending on ws-roster-count
                                       ascending key is ws-ros-num
                                       indexed by ws-ros-idx.
           10 ws-ros-num               pic x(6).
           10 ws-ros-name              pic x(12).
           10 ws-ros-team              pic x(3).
           10 ws-ros-active            pic x.
           10 ws-ros-seen              pic x.
           10 ws-ros-hire              pic x(8).
           10 ws-ros-term              pic x(8).
      *Dated team assignments, oldest first - each team holds from its
      *  effective date until the next one's. No assignments means
      *  the operator has always been on ws-ros-team.
           10 ws-ros-xfer-count        pic 9.
           10 ws-ros-xfer              occurs 6 times.
             15 ws-ros-xfer-team       pic x(3).
             15 ws-ros-xfer-from       pic x(8).
       77 ws-ros-match-idx             pic 9(4)    value 0.
       77 ws-ros-shift-idx             pic 9(4)    value 0.
       77 ws-ros-shift-done            pic x       value "N".
       77 ws-roster-eof                pic x       value "N".
       77 ws-roster-missing            pic 9(4)    value 0.
      *Table of the team master loaded from team-file by
      *  121-load-team-master, in team-code order so the per-record
      *  check in 15-validate-record and the name/cost center lookups
      *  can SEARCH ALL.
       77 ws-team-master-count         pic 9(4)    value 0.
      *Team master lines beyond the table's capacity on load - any at
      *  all grades the run fatal, since every record for a team that
      *  did not fit would be rejected as not on the team master.
       77 ws-team-master-overflow      pic 9(5)    value 0.
       01 ws-team-master-table.
         05 ws-tmm-entry               occurs 0 to 500 times
                                       depending on
                                       ws-team-master-count
                                       ascending key is ws-tmm-code
                                       indexed by ws-tmm-idx.
           10 ws-tmm-code              pic x(3).
           10 ws-tmm-name              pic x(20).
           10 ws-tmm-supervisor        pic x(20).
           10 ws-tmm-cost-center       pic x(10).
           10 ws-tmm-site              pic x(10).
           10 ws-tmm-active            pic x.
       77 ws-tmm-match-idx             pic 9(4)    value 0.
       77 ws-tmm-shift-idx             pic 9(4)    value 0.
       77 ws-tmm-shift-done            pic x       value "N".
       77 ws-team-master-eof           pic x       value "N".
      *Team code a name/cost center lookup is for, and what
      *  123-find-team-master found for it - blank when there is no
      *  team master or the code is not on it.
       77 ws-tmm-lookup-code           pic x(3)    value spaces.
       77 ws-tmm-lookup-name           pic x(20)   value spaces.
       77 ws-tmm-lookup-cost-center    pic x(10)   value spaces.
       77 ws-tmm-lookup-supervisor     pic x(20)   value spaces.
       77 ws-tmm-lookup-site           pic x(10)   value spaces.
      *This is the comma-delimited team master record layout one
      *  team-rec line is unstrung into by 122-parse-team-line.
       01 ws-team-master-line.
         05 ws-tml-code                pic x(3)    value spaces.
         05 ws-tml-name                pic x(20)   value spaces.
         05 ws-tml-supervisor          pic x(20)   value spaces.
         05 ws-tml-cost-center         pic x(10)   value spaces.
         05 ws-tml-site                pic x(10)   value spaces.
         05 ws-tml-active              pic x       value spaces.
      *Table of per-operator scheduled/worked hours loaded from
      *  hours-file by 18-load-hours-file. Kept in operator-number
      *  order by a sorted insert so 22-compute-calls-per-hour's
                                       depending on ws-hours-count
                                       ascending key is ws-hr-num
                                       indexed by ws-hr-idx.
           10 ws-hr-num                pic x(6).
           10 ws-hr-month              pic 9(3)    occurs 12 times.
           10 ws-hr-total              pic 9(5).
       77 ws-hr-match-idx              pic 9(4)    value 0.
       77 ws-hr-shift-idx              pic 9(4)    value 0.
       77 ws-hr-shift-done             pic x       value "N".
       77 ws-hours-eof                 pic x       value "N".
       77 ws-hours-format              pic x       value space.
      *Staging layout one hours-rec line is read into before its
      *  fields are inserted into ws-hours-table.
       01 ws-hours-line.
         05 ws-ho-num                  pic x(6)    value spaces.
         05 ws-ho-months               pic 9(3)    occurs 12 times.
      *Table of the prior run's roster snapshot (operator number, name,
      *  team), loaded from snapshot-file by 87-compare-roster-snapshot
       01 ws-snapshot-table.
         05 ws-snap-entry              occurs 5000 times
                                       indexed by ws-snap-idx.
           10 ws-snap-num              pic x(6).
           10 ws-snap-name             pic x(12).
           10 ws-snap-team             pic x(3).
       77 ws-snap-count                pic 9(4)    value 0.
      *  reads input-file, printed as a subtotal block by
      *  65-print-team-subtotals before the final grand totals.
       01 ws-team-table.
         05 ws-team-entry              occurs 500 times
                                       indexed by ws-team-idx.
           10 ws-team-code             pic x(3)    value spaces.
           10 ws-team-month-data                   occurs 12 times.
             15 ws-team-calc-total     pic 9(9)    value 0.
             15 ws-team-calc-count     pic 9(4)    value 0.
           10 ws-team-overall-total    pic 9(9)    value 0.
           10 ws-team-overall-avg      pic 9(9)    value 0.
           10 ws-team-overall-rem      pic 9(6)    value 0.
       77 ws-team-count                pic 9(4)    value 0.
       77 ws-team-match-idx            pic 9(4)    value 0.
      *Records whose team would not fit in ws-team-table - counted
      *  and reported by 65-print-team-subtotals instead of silently
      *  dropped.
       77 ws-team-overflow             pic 9(5)    value 0.
       77 ws-team-lookup-code          pic x(3)    value spaces.
      *Working buffer one checkpoint line is built into before WRITE
      *  and read into before parsing - see 29-write-checkpoint and
      *  08-read-checkpoint/09-parse-checkpoint-line.
       01 ws-ckpt-fields.
         05 ws-ckpt-key                pic x(10)   value spaces.
         05 ws-ckpt-rest               pic x(189)  value spaces.
       77 ws-ckpt-last-op-num          pic x(6)    value spaces.
       77 ws-checkpoint-resumed        pic x       value "N".
       77 ws-ckpt-eof                  pic x       value "N".
       77 ws-ckpt-op-counter           pic 9(4)    value 0.
      *  SEEN lines back into their tables, in the order
      *  29-write-checkpoint wrote them.
       77 ws-restore-op-idx            pic 9(4)    value 0.
       77 ws-restore-team-idx          pic 9(4)    value 0.
       77 ws-restore-seen-idx          pic 9(4)    value 0.
      *Staging fields one MONTH/OP/TEAM/TEAMMTH/SEEN checkpoint line
      *  is unstrung into before being moved to its table entry.
       77 ws-restore-month-sub         pic 99      value 0.
       77 ws-restore-month-total       pic 9(9)    value 0.
       77 ws-restore-month-count       pic 9(4)    value 0.
       77 ws-restore-op-num            pic x(6)    value spaces.
       77 ws-restore-op-name           pic x(12)   value spaces.
       77 ws-restore-op-team           pic x(3)    value spaces.
       77 ws-restore-op-total          pic 9(7)    value 0.
       77 ws-restore-op-avg            pic 9(5)    value 0.
       77 ws-restore-team-code         pic x(3)    value spaces.
       77 ws-restore-team-total        pic 9(9)    value 0.
       77 ws-restore-team-avg          pic 9(9)    value 0.
       77 ws-restore-team-rem          pic 9(6)    value 0.
       77 ws-restore-tm-code           pic x(3)    value spaces.
       77 ws-restore-tm-sub            pic 99      value 0.
       77 ws-restore-tm-total          pic 9(9)    value 0.
       77 ws-restore-tm-count          pic 9(4)    value 0.
       77 ws-restore-seen-op           pic x(6)    value spaces.
       77 ws-restore-op-rem            pic 999     value 0.
      *Calls-per-hour and the monthly standard deviation travel
      *  through the checkpoint as integers scaled by 100, since
      *  checkpoint lines carry no decimal point.
       77 ws-restore-op-cph            pic 9(5)    value 0.
       77 ws-ckpt-op-cph               pic 9(5)    value 0.
       77 ws-restore-op-stddev         pic 9(7)    value 0.
       77 ws-ckpt-op-stddev            pic 9(7)    value 0.
       77 ws-restore-op-actmth         pic 99      value 0.
      *Transferred flag - checkpoints written before it existed leave
      *  "N" in place.
       77 ws-restore-op-xfer           pic x       value "N".
       77 ws-restore-opm-sub           pic 99      value 0.
       77 ws-restore-opm-val           pic 9(5)    value 0.
      *Per-operator totals built from trend-year1-file and
      *  trend-year2-file by 90-run-trend-report.
       01 ws-trend-year1-table.
         05 ws-t1-entry                occurs 500 times
                                       indexed by ws-t1-idx.
           10 ws-t1-num                pic x(6).
           10 ws-t1-name               pic x(12).
           10 ws-t1-total              pic 9(7).
           10 ws-t1-avg                pic 9(5).
       77 ws-t1-count                  pic 9(4)    value 0.
       01 ws-trend-year2-table.
         05 ws-t2-entry                occurs 500 times
                                       indexed by ws-t2-idx.
           10 ws-t2-num                pic x(6).
           10 ws-t2-name               pic x(12).
           10 ws-t2-total              pic 9(7).
           10 ws-t2-avg                pic 9(5).
       77 ws-t2-count                  pic 9(4)    value 0.
       77 ws-trend-match-found         pic x       value "N".
       77 ws-trend-total-delta         pic s9(7)   value 0.
       77 ws-trend-avg-delta           pic s9(5)   value 0.
       77 ws-trend-pct-change          pic s9(5)v9 value 0.
       77 ws-trend-year1-only          pic 9(4)    value 0.
       77 ws-trend-year2-only          pic 9(4)    value 0.
       77 ws-t1-eof                    pic x       value "N".
       77 ws-months-loaded-count       pic 99      value 12.
      *Staging layout the YTD header line is unstrung into by
      *  11-capture-ytd-header, and built back from by
      *  46-write-ytd-master - tag "YTD", fiscal year, then the 12 Y/N
      *  loaded flags in fiscal order.
       01 ws-ytd-header-line.
         05 ws-yh-tag                  pic x(3)    value "YTD".
         05 ws-yh-fs-1                 pic x       value ",".
                                       depending on ws-ytd-count
                                       ascending key is ws-yt-num
                                       indexed by ws-yt-idx.
           10 ws-yt-num                pic x(6).
           10 ws-yt-name               pic x(12).
           10 ws-yt-team               pic x(3).
           10 ws-yt-months             pic 9(5)    occurs 12 times.
       77 ws-yt-match-idx              pic 9(4)    value 0.
       77 ws-yt-shift-idx              pic 9(4)    value 0.
       77 ws-yt-shift-done             pic x       value "N".
       77 ws-ytd-eof                   pic x       value "N".
      *Staging layout one emp-rec image of the YTD master is written
      *  back from - same field positions as the wide emp-rec layout,
      *  so a master is always rewritten in the wide layout whichever
      *  width it was read in.
       01 ws-ytd-out-line.
         05 ws-yo-num                  pic x(6)    value spaces.
         05 ws-yo-name                 pic x(12)   value spaces.
         05 ws-yo-calls                pic 9(5)    occurs 12 times.
         05 ws-yo-year                 pic x(4)    value spaces.
         05 ws-yo-team                 pic x(3)    value spaces.
      *Staging fields one monthly-rec transaction is unstrung into by
      *  44-apply-monthly-line, plus the run counters the monthly
      *  summary page reports.
       01 ws-monthly-txn-fields.
         05 ws-mt-num                  pic x(6)    value spaces.
         05 ws-mt-month                pic x(3)    value spaces.
         05 ws-mt-count-text           pic x(6)    value spaces.
         05 ws-mt-count-work           pic 9(6)    value 0.
         05 ws-mt-count                pic 9(5)    value 0.
         05 ws-mt-month-sub            pic 99      value 0.
       77 ws-monthly-eof               pic x       value "N".
       77 ws-monthly-read              pic 9(5)    value 0.
       01 ws-fc-year-table.
         05 ws-fy-year                 occurs 20 times
                                       pic x(4).
       77 ws-fc-team-count             pic 9(4)    value 0.
       01 ws-fc-team-table.
         05 ws-fc-entry                occurs 500 times.
           10 ws-fc-team-code          pic x(3).
           10 ws-fc-ytotal             pic 9(9)    occurs 20 times.
       01 ws-fc-shop-totals.
         05 ws-fc-shop-ytotal          pic 9(9)    occurs 20 times
                                                   value 0.
         05 ws-fc-shop-yops            pic 9(5)    occurs 20 times
                                                   value 0.
       77 ws-fc-year-idx               pic 99      value 0.
       77 ws-fc-team-idx               pic 9(4)    value 0.
       77 ws-fc-scan-idx               pic 9(4)    value 0.
       77 ws-fc-match-idx              pic 9(4)    value 0.
       77 ws-fc-shift-idx              pic 99      value 0.
       77 ws-fc-shift-done             pic x       value "N".
       77 ws-fc-pair-count             pic 99      value 0.
       77 ws-fc-projected              pic 9(9)    value 0.
       77 ws-fc-shop-projected         pic 9(9)    value 0.
       77 ws-fc-resolve-team           pic x(3)    value spaces.
      *Working fields for splitting one archive row's months across
      *  the teams the operator was on that year.
       77 ws-fc-month-sum              pic 9(7)    value 0.
       77 ws-fc-credit                 pic 9(7)    value 0.
       77 ws-fc-slot                   pic 99      value 0.
      *Scratch column one team's (or the shop's) per-year totals are
      *  copied into so 487-compute-growth-projection can work the
      *  same arithmetic for either.
       77 ws-sa-count                  pic 9(5)    value 0.
       01 ws-stmt-archive-table.
         05 ws-sa-entry                occurs 10000 times.
           10 ws-sa-num                pic x(6).
           10 ws-sa-year               pic x(4).
           10 ws-sa-total              pic 9(7).
      *Working fields for the statement pages - ranking scans and the
      *  year-over-year line against the latest prior archive year.
       77 ws-stmt-eof                  pic x       value "N".
       77 ws-stmt-team-rank            pic 9(4)    value 0.
       77 ws-stmt-team-size            pic 9(4)    value 0.
       77 ws-stmt-shop-rank            pic 9(4)    value 0.
       77 ws-stmt-prior-total          pic 9(7)    value 0.
       77 ws-stmt-prior-year           pic x(4)    value spaces.
       77 ws-stmt-prior-found         pic x       value "N".
       77 ws-stmt-delta                pic s9(7)   value 0.
       77 ws-stmt-pct                  pic s9(5)v9 value 0.
       77 ws-stmt-page-first           pic x       value "Y".
      *Print lines making up one operator's statement page.
       01 ws-st-heading.
       01 ws-st-id-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(10)   value "Operator: ".
         05 ws-si-num                  pic x(6)    value spaces.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(6)    value "Name: ".
         05 ws-si-name                 pic x(12)   value spaces.
         05 ws-si-team                 pic x(3)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-si-partial-note         pic x(26)   value spaces.
         05 filler                     pic x(52)   value spaces.
       01 ws-st-month-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-sm-months-table                     occurs 12 times.
       01 ws-st-counts-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-sn-months-table                     occurs 12 times.
           10 ws-sn-months             pic zzzz9.
           10 filler                   pic x(1)    value spaces.
         05 filler                     pic x(57)   value spaces.
       01 ws-st-totals-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(7)    value "Total: ".
         05 ws-sg-total                pic zzzzzz9 value 0.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(5)    value "Avg: ".
         05 ws-sg-avg                  pic zzzz9   value 0.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(5)    value "CPH: ".
         05 ws-sg-cph                  pic zz9.99  value 0.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(9)    value "Std Dev: ".
         05 ws-sg-stddev               pic zzzz9.99 value 0.
         05 filler                     pic x(68)   value spaces.
       01 ws-st-rank-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(14)   value
         05 filler                     pic x(3)    value spaces.
         05 ws-sy-year                 pic x(4)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-sy-total                pic zzzzzz9 value 0.
         05 filler                     pic x(116)  value spaces.
      *Year-over-year closer, same figures as a MODE=TREND line -
      *  this year against the latest prior archive year.
       01 ws-st-yoy-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(10)   value "This Year ".
         05 ws-sv-total                pic zzzzzz9 value 0.
         05 filler                     pic x(7)    value "  vs   ".
         05 ws-sv-prior-year           pic x(4)    value spaces.
         05 filler                     pic x(1)    value spaces.
         05 ws-sv-prior-total          pic zzzzzz9 value 0.
         05 filler                     pic x(9)    value "  Delta  ".
         05 ws-sv-delta                pic -9999999 value 0.
         05 filler                     pic x(10)   value "  Pct Chg ".
         05 ws-sv-pct                  pic -99999.9 value 0.
         05 filler                     pic x(58)   value spaces.
       01 ws-st-no-history-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(34)   value
      *  07-build-fiscal-months from ws-month-literals, in fiscal-year
      *  column order.
       01 ws-heading-line1.
         05 filler                     pic x(24)   value
                   ' Operator  Operator     '.
         05 ws-hl1-months-table                    occurs 12 times.
           10 ws-hl1-month-name        pic x(3)    value spaces.
           10 filler                   pic x(3)    value spaces.
         05 filler                     pic x(22)   value
                   ' Total   Avg REM   CPH'.
         05 filler                     pic x(14)   value spaces.
      *Columns headings 2
       01 ws-heading-line2.
         05 filler                     pic x(40)   value
                   "   #       Name                         ".
         05 filler                     pic x(40)   value
                   "                                        ".
         05 filler                     pic x(52)   value spaces.
         05 filler                     pic x(101)  value spaces.
      *This line will be showing the data of the file.
       01 ws-detail-line.
         05 filler                     pic x(1)    value spaces.
         05 ws-dl-num                  pic x(6)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-dl-name                 pic x(12)   value spaces.
      *  "*" marks a partial-year operator (hired or terminated part
      *  way through the fiscal year per the roster dates).
         05 ws-dl-partial-flag         pic x(1)    value spaces.
         05 ws-dl-months-table                     occurs 12 times.
           10 ws-dl-months             pic zzzz9.
           10 ws-dl-filler             pic x(1).
         05 filler                     pic x(1)    value spaces.
         05 ws-dl-total                pic zzzzzz9 value 0.
         05 filler                     pic x(1)    value spaces.
         05 ws-dl-avg                  pic zzzz9   value 0.
         05 ws-dl-avg-text redefines ws-dl-avg
                                       pic x(5).
         05 filler                     pic x(1)    value spaces.
         05 ws-dl-rem                  pic z9      value 0.
         05 ws-dl-rem-text redefines ws-dl-rem
                                       pic xx.
         05 filler                     pic x(1)    value spaces.
         05 ws-dl-cph                  pic zz9.99  value 0.
         05 filler                     pic x(1)    value spaces.
      *  "TRANSFER" marks an operator whose team changed part way
      *  through the fiscal year per the roster's dated assignments.
         05 ws-dl-transfer-flag        pic x(8)    value spaces.
         05 filler                     pic x(5)    value spaces.
      *This is the comma-delimited extract record written to
      *  extract-file alongside ws-detail-line, for spreadsheet loads.
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
      *  about one team straight from the extract. Extracts written
      *  before this field carry spaces here, which no reader keys on.
         05 ws-ex-team                 pic x(3)    value spaces.
      *Calls-per-hour, active months and the run's loaded-month count,
      *  so the A7INC incentive run can rate, prorate and rank each
      *  operator the way this report does without rerunning it.
         05 ws-ex-fs-7                 pic x       value ",".
         05 ws-ex-cph                  pic 999.99  value 0.
         05 ws-ex-fs-8                 pic x       value ",".
         05 ws-ex-active-months        pic 99      value 0.
         05 ws-ex-fs-9                 pic x       value ",".
         05 ws-ex-months-loaded        pic 99      value 0.
      *One extract record as read, before 983-layout-extract-record
      *  splits it into ws-extract-line.
       01 ws-extract-raw               pic x(130)  value spaces.
      *Working copy of one archive record's fields, filled from
      *  archive-rec by 89-parse-archive-line so the archive readers
      *  (MODE=ARCHIVE, forecast, statements) can keep using the same
      *  the team field existed; 4841-accumulate-forecast-rec falls
      *  back to the roster, or files them under team "UNK".
       01 ws-archive-line.
         05 ws-av-num                  pic x(6)    value spaces.
         05 ws-av-name                 pic x(12)   value spaces.
         05 ws-av-year                 pic x(4)    value spaces.
         05 ws-av-total                pic 9(7)    value 0.
         05 ws-av-avg                  pic 9(5)    value 0.
         05 ws-av-team                 pic x(3)    value spaces.
      *  all zero on records carried forward from before the monthly
      *  counts were archived - 4841-accumulate-forecast-rec then
      *  credits the whole total to ws-av-team as before.
         05 ws-av-months               pic 9(5)    occurs 12 times
                                                   value 0.
      *This is the comma-delimited team-month GL summary record, one
      *  per team per month, written to gl-file by 66-write-gl-extract
      *  in the layout finance's GL upload consumes directly.
         05 ws-gl-fs-1                 pic x       value ",".
         05 ws-gl-month                pic x(3)    value spaces.
         05 ws-gl-fs-2                 pic x       value ",".
         05 ws-gl-total                pic 9(9)    value 0.
         05 ws-gl-fs-3                 pic x       value ",".
         05 ws-gl-count                pic 9(4)    value 0.
         05 ws-gl-fs-4                 pic x       value ",".
         05 ws-gl-cost-center          pic x(10)   value spaces.
         05 ws-gl-fs-5                 pic x       value ",".
         05 ws-gl-team-name            pic x(20)   value spaces.
      *This is the comma-delimited GL sent-history record - what was
      *  last sent to GL for one team-month of one SITE and
      *  REPORTYEAR, and the batch it went out under.
       01 ws-gl-sent-line.
         05 ws-gs-site                 pic x(10)   value spaces.
         05 ws-gs-fs-1                 pic x       value ",".
         05 ws-gs-year                 pic x(4)    value spaces.
         05 ws-gs-fs-2                 pic x       value ",".
         05 ws-gs-batch                pic 9(5)    value 0.
         05 ws-gs-fs-3                 pic x       value ",".
         05 ws-gs-team                 pic x(3)    value spaces.
         05 ws-gs-fs-4                 pic x       value ",".
         05 ws-gs-month                pic x(3)    value spaces.
         05 ws-gs-fs-5                 pic x       value ",".
         05 ws-gs-total                pic 9(9)    value 0.
         05 ws-gs-fs-6                 pic x       value ",".
         05 ws-gs-count                pic 9(4)    value 0.
      *This is the GL adjustment batch header record - batch number,
      *  site, fiscal year and the date the batch was cut.
       01 ws-gl-adj-header-line.
         05 ws-gah-type                pic x       value "H".
         05 ws-gah-fs-1                pic x       value ",".
         05 ws-gah-batch               pic 9(5)    value 0.
         05 ws-gah-fs-2                pic x       value ",".
         05 ws-gah-site                pic x(10)   value spaces.
         05 ws-gah-fs-3                pic x       value ",".
         05 ws-gah-year                pic x(4)    value spaces.
         05 ws-gah-fs-4                pic x       value ",".
         05 ws-gah-date                pic x(8)    value spaces.
      *This is the GL adjustment detail record - one per team-month
      *  whose total or operator count changed since the last send:
      *  what was sent, what it is now, and the signed net delta
      *  finance posts.
       01 ws-gl-adj-detail-line.
         05 ws-gad-type                pic x       value "D".
         05 ws-gad-fs-1                pic x       value ",".
         05 ws-gad-batch               pic 9(5)    value 0.
         05 ws-gad-fs-2                pic x       value ",".
         05 ws-gad-team                pic x(3)    value spaces.
         05 ws-gad-fs-3                pic x       value ",".
         05 ws-gad-month               pic x(3)    value spaces.
         05 ws-gad-fs-4                pic x       value ",".
         05 ws-gad-prev-total          pic 9(9)    value 0.
         05 ws-gad-fs-5                pic x       value ",".
         05 ws-gad-now-total           pic 9(9)    value 0.
         05 ws-gad-fs-6                pic x       value ",".
         05 ws-gad-delta               pic s9(10)  value 0
                                       sign is leading separate.
         05 ws-gad-fs-7                pic x       value ",".
         05 ws-gad-count               pic 9(4)    value 0.
         05 ws-gad-fs-8                pic x       value ",".
         05 ws-gad-cost-center         pic x(10)   value spaces.
         05 ws-gad-fs-9                pic x       value ",".
         05 ws-gad-team-name           pic x(20)   value spaces.
      *This is the GL adjustment control trailer - batch number,
      *  detail record count and net calls across the batch.
       01 ws-gl-adj-trailer-line.
         05 ws-gat-type                pic x       value "T".
         05 ws-gat-fs-1                pic x       value ",".
         05 ws-gat-batch               pic 9(5)    value 0.
         05 ws-gat-fs-2                pic x       value ",".
         05 ws-gat-records             pic 9(5)    value 0.
         05 ws-gat-fs-3                pic x       value ",".
         05 ws-gat-net                 pic s9(11)  value 0
                                       sign is leading separate.
      *Per-team, per-month comparison of what was last sent to GL for
      *  this SITE and REPORTYEAR against what this run sends, built
      *  by 661-load-gl-sent-history and 662-post-current-gl-totals.
      *  Holds every team on either side, so a team that has dropped
      *  out since the last send is reversed to zero.
       01 ws-gl-recon-table.
         05 ws-glr-entry               occurs 1000 times
                                       indexed by ws-glr-idx.
           10 ws-glr-team              pic x(3)    value spaces.
           10 ws-glr-month-data                    occurs 12 times.
             15 ws-glr-sent-total      pic 9(9)    value 0.
             15 ws-glr-sent-count      pic 9(4)    value 0.
             15 ws-glr-now-total       pic 9(9)    value 0.
             15 ws-glr-now-count       pic 9(4)    value 0.
       77 ws-glr-count                 pic 9(4)    value 0.
       77 ws-glr-match-idx             pic 9(4)    value 0.
       77 ws-glr-overflow              pic x       value "N".
      *History lines for every other SITE/REPORTYEAR, carried through
      *  unchanged when the sent-history file is rewritten.
       01 ws-gl-keep-table.
         05 ws-gk-line                 pic x(44)   occurs 0 to 6000
                                       times depending on
                                       ws-gl-keep-count.
       77 ws-gl-keep-count             pic 9(4)    value 0.
      *Set when a history line had to be dropped because the table
      *  above was already full.
       77 ws-gl-keep-overflow          pic x       value "N".
       77 ws-gl-keep-idx               pic 9(4)    value 0.
      *Working fields for the GL send - whether this SITE/REPORTYEAR
      *  was sent before, the batch it was last sent under and the
      *  batch this run sends, the month a history line is for, and
      *  the adjustment counts and per-team reconciliation figures.
       77 ws-gl-sent-eof               pic x       value "N".
       77 ws-gl-history-found          pic x       value "N".
       77 ws-gl-last-batch             pic 9(5)    value 0.
       77 ws-gl-batch                  pic 9(5)    value 0.
       77 ws-gl-month-idx              pic 99      value 0.
       77 ws-gl-adj-records            pic 9(5)    value 0.
       77 ws-gl-adj-net                pic s9(11)  value 0.
       77 ws-gl-team-sent              pic 9(10)   value 0.
       77 ws-gl-team-now               pic 9(10)   value 0.
       77 ws-gl-team-changed           pic 99      value 0.
       77 ws-gl-all-sent               pic 9(11)   value 0.
       77 ws-gl-all-now                pic 9(11)   value 0.
      *This is the comma-delimited roster master record layout one
      *  roster-rec line is unstrung into by 13-parse-roster-line -
      *  ws-ro-active carries "A" for an active operator, anything
      *  before the date fields existed keep behaving as full-year
      *  operators.
       01 ws-roster-line.
         05 ws-ro-num                  pic x(6)    value spaces.
         05 ws-ro-name                 pic x(12)   value spaces.
         05 ws-ro-team                 pic x(3)    value spaces.
         05 ws-ro-active               pic x       value spaces.
         05 ws-ro-hire                 pic x(8)    value spaces.
         05 ws-ro-term                 pic x(8)    value spaces.
      *  up to six dated team assignments follow the termination date,
      *  each a team code and the yyyymmdd it took effect, oldest
      *  first; A7ROST's TRANSFER transaction appends them.
         05 ws-ro-xfer                 occurs 6 times.
           10 ws-ro-xfer-team          pic x(3)    value spaces.
           10 ws-ro-xfer-from          pic x(8)    value spaces.
      *This is the comma-delimited roster snapshot record, one per
      *  operator, written to snapshot-file by 88-write-roster-
      *  snapshot and parsed back by 871-parse-snapshot-line.
       01 ws-snapshot-line.
         05 ws-sn-num                  pic x(6)    value spaces.
         05 ws-sn-fs-1                 pic x       value ",".
         05 ws-sn-name                 pic x(12)   value spaces.
         05 ws-sn-fs-2                 pic x       value ",".
         05 ws-sn-team                 pic x(3)    value spaces.
      *This is the heading line for the exceptions file.
       01 ws-exception-heading.
         05 filler                     pic x(6)    value "Op    ".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(40)   value "Reason".
      *This is the record layout written to exception-file for each
      *  record that 15-validate-record rejects.
       01 ws-exception-line.
         05 ws-exc-num                 pic x(6)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-exc-reason              pic x(40)   value spaces.
      *Table of operator numbers already seen, used by
                                       depending on ws-seen-op-count
                                       ascending key is ws-seen-op
                                       indexed by ws-seen-idx
                                       pic x(6).
       77 ws-seen-shift-idx            pic 9(4)    value 0.
       77 ws-seen-shift-done           pic x       value "N".
      *This is the sumary line showing operators with no calls in all 12
      *  months
       01 ws-ops-line.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(10)   value "Operators ".
         05 filler                     pic x(10)   value "with calls".
         05 ws-ol-months-table                     occurs 12 times.
           10 ws-ol-months             pic zzzz9   value 0.
           10 ws-ol-filler             pic x(1).
         05 filler                     pic x(38)   value spaces.
      *This is the total line which will show the totals of total, 
      *average and remainder
       01 ws-total-line.
         05 filler                     pic x(1)    value spaces.
         05 filler                     pic x(10)   value "Totals    ".
         05 filler                     pic x(10)   value spaces.
         05 ws-tl-months-table                     occurs 12 times.
           10 ws-tl-months             pic zzzzz9  value 0.
         05 filler                     pic x(1)    value spaces.
         05 ws-tl-total                pic zzzzzzz9 value 0.
         05 filler                     pic x(1)    value spaces.
         05 ws-tl-avg                  pic zzzz9   value 0.
         05 filler                     pic x(1)    value spaces.
         05 ws-tl-rem                  pic zz9     value 0.
         05 filler                     pic x(20)   value spaces.

      *This is the average line which will show the average of the calls
      *  each operator has taken in that month
       01 ws-average-line.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(10)   value "Averages  ".
         05 filler                     pic x(10)   value spaces.
         05 ws-al-months-table                     occurs 12 times.
           10 ws-al-months             pic zzzz9   value 0.
           10 ws-al-filler             pic x(1).
         05 filler                     pic x(38)   value spaces.

      *This is the total line showing who did not have any calls
       01 ws-total-line-no-calls.
         'Operator with the Highe'.
         05 filler                     pic x(28)   value 
         'st Monthly Average:         '.
         05 ws-tl-h-op-num             pic x(6)    value "XXX".
         05 filler                     pic x(2)    value spaces.
         05 ws-tl-h-op-avg             pic zzzz9   value 0.
         05 filler                     pic x(65)   value spaces.
      *Shows lowest operator average
       01 ws-tl-lowest-operator-average.
         05 filler                     pic x(3)    value spaces.
         'Operator with the Lowes'.
         05 filler                     pic x(28)   value 
         't Monthly Average:          '.
         05 ws-tl-l-op-num             pic x(6)    value "XXX".
         05 filler                     pic x(2)    value spaces.
         05 ws-tl-l-op-avg             pic zzzz9   value 0.
         05 filler                     pic x(65)   value spaces.
      *Shows total calls overall done by all the employers in 12 months. 
       01 ws-total-line-overall.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value 
         "Overall Total Calls:".
         05 filler                     pic x(36)   value spaces.
         05 ws-tl-all-calls            pic zzzzzzzz9 value 0.

      *Shows the record-count reconciliation from the validation pass:
      *  how many records input-file actually held, how many passed
         05 filler                     pic x(10)   value "Operator  ".
         05 filler                     pic x(14)   value
             "Name          ".
         05 filler                     pic x(7)    value "Avg    ".
         05 filler                     pic x(7)    value "CPH    ".
         05 filler                     pic x(91)   value spaces.
      *Detail line for one below-threshold operator.
       01 ws-alert-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-ba-op-num               pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-ba-op-name              pic x(12)   value spaces.
      *  "*" marks a partial-year operator, measured against a
      *  threshold prorated to their active months.
         05 ws-ba-partial-flag         pic x(1)    value spaces.
         05 filler                     pic x(1)    value spaces.
         05 ws-ba-op-avg               pic zzzz9   value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-ba-op-cph               pic zz9.99  value 0.
         05 filler                     pic x(92)   value spaces.
      *Line shown when no operator is below the threshold.
       01 ws-alert-none-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(10)   value "Operator  ".
         05 filler                     pic x(14)   value
             "Name          ".
         05 filler                     pic x(7)    value "Avg    ".
         05 filler                     pic x(7)    value "CPH    ".
         05 filler                     pic x(85)   value spaces.
      *Detail line for one ranked operator on the leaderboard.
       01 ws-leaderboard-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-lbl-rank                pic z9      value 0.
         05 filler                     pic x(4)    value spaces.
         05 ws-lbl-op-num              pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-lbl-op-name             pic x(12)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-lbl-op-avg              pic zzzz9   value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-lbl-op-cph              pic zz9.99  value 0.
         05 filler                     pic x(86)   value spaces.

      *Working fields for 68-write-team-packets - the team whose
      *  packet is being written, the page and line counts driving
      *  its page breaks, and the selection scans that put teams in
      *  code order and each team's operators in number order.
       77 ws-packet-file-name          pic x(60)   value spaces.
       77 ws-pk-team-code              pic x(3)    value spaces.
       77 ws-pk-team-idx               pic 9(4)    value 0.
       77 ws-pk-team-done              pic x       value "N".
       77 ws-pk-file-team              pic x(6)    value spaces.
       77 ws-pk-supervisor             pic x(20)   value spaces.
       77 ws-pk-site                   pic x(10)   value spaces.
       77 ws-pk-page-count             pic 9(4)    value 0.
       77 ws-pk-line-count             pic 999     value 0.
       77 ws-pk-op-count               pic 9(4)    value 0.
       77 ws-pk-last-op                pic x(6)    value spaces.
       77 ws-pk-best-idx               pic 9(4)    value 0.
       77 ws-pk-op-done                pic x       value "N".
       77 ws-pk-alert-count            pic 9(4)    value 0.
       77 ws-pk-position               pic 9(4)    value 0.
       77 ws-pk-ranked-count           pic 9(4)    value 0.
       77 ws-pk-scan-idx               pic 9(4)    value 0.
       77 ws-pk-packet-count           pic 9(4)    value 0.
       77 ws-pk-total-pages            pic 9(5)    value 0.
       77 ws-pk-total-ops              pic 9(5)    value 0.
       01 ws-pk-print-buffer           pic x(132)  value spaces.
      *Page heading repeated at the top of every packet page - site,
      *  team, supervisor and page number.
       01 ws-pk-page-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(19)   value
         "Supervisor Packet  ".
         05 filler                     pic x(6)    value "Site: ".
         05 ws-pkh-site                pic x(10)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value "Team: ".
         05 ws-pkh-team-code           pic x(3)    value spaces.
         05 filler                     pic x(1)    value spaces.
         05 ws-pkh-team-name           pic x(20)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(12)   value
         "Supervisor: ".
         05 ws-pkh-supervisor          pic x(20)   value spaces.
         05 filler                     pic x(14)   value spaces.
         05 filler                     pic x(5)    value "Page ".
         05 ws-pkh-page                pic zzz9    value 0.
         05 filler                     pic x(5)    value spaces.
      *Section headings within a packet.
       01 ws-pk-subtotal-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(13)   value
         "Team Subtotal".
         05 filler                     pic x(116)  value spaces.
       01 ws-pk-lb-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(34)   value
         "Leaderboard Positions - Shop Rank ".
         05 filler                     pic x(3)    value "Of ".
         05 ws-pklh-ranked             pic zzz9    value 0.
         05 filler                     pic x(20)   value
         " Full-Year Operators".
         05 filler                     pic x(68)   value spaces.
      *One team operator's position on the shop-wide leaderboard.
       01 ws-pk-lb-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-pkl-rank                pic zzz9    value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-pkl-op-num              pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-pkl-op-name             pic x(12)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-pkl-op-avg              pic zzzz9   value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-pkl-op-cph              pic zz9.99  value 0.
         05 filler                     pic x(86)   value spaces.

       01 ws-pk-lb-none-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(36)   value
         "  (no full-year operators on team)".
         05 filler                     pic x(93)   value spaces.
      *Distribution index heading, one line per packet, and totals.
       01 ws-pk-index-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(40)   value
         "Supervisor Packet Distribution Index - ".
         05 filler                     pic x(13)   value
         "Fiscal Year: ".
         05 ws-pkih-year               pic x(4)    value spaces.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(6)    value "Site: ".
         05 ws-pkih-site               pic x(10)   value spaces.
         05 filler                     pic x(53)   value spaces.
       01 ws-pk-index-column-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(6)    value "Team  ".
         05 filler                     pic x(22)   value
         "Supervisor            ".
         05 filler                     pic x(7)    value "Pages  ".
         05 filler                     pic x(11)   value
         "Operators  ".
         05 filler                     pic x(11)   value
         "Packet File".
         05 filler                     pic x(72)   value spaces.
       01 ws-pk-index-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-pki-team-code           pic x(3)    value spaces.
         05 filler                     pic x(3)    value spaces.
         05 ws-pki-supervisor          pic x(20)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-pki-pages               pic zzz9    value 0.
         05 filler                     pic x(3)    value spaces.
         05 ws-pki-ops                 pic zzzz9   value 0.
         05 filler                     pic x(6)    value spaces.
         05 ws-pki-file-name           pic x(60)   value spaces.
         05 filler                     pic x(23)   value spaces.
       01 ws-pk-index-total-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(9)    value "Packets: ".
         05 ws-pkit-packets            pic zzz9    value 0.
         05 filler                     pic x(14)   value spaces.
         05 ws-pkit-pages              pic zzzz9   value 0.
         05 filler                     pic x(3)    value spaces.
         05 ws-pkit-ops                pic zzzz9   value 0.
         05 filler                     pic x(89)   value spaces.

      *Heading for the call-volume volatility section printed by
      *  82-print-volatility-report - the N operators (VOLATILITYN)
         05 filler                     pic x(10)   value "Operator  ".
         05 filler                     pic x(14)   value
             "Name          ".
         05 filler                     pic x(10)   value "Std Dev   ".
         05 filler                     pic x(5)    value "Avg  ".
         05 filler                     pic x(84)   value spaces.
      *Detail line for one ranked operator on the volatility section.
       01 ws-volatility-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-vl-rank                 pic z9      value 0.
         05 filler                     pic x(4)    value spaces.
         05 ws-vl-op-num               pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-vl-op-name              pic x(12)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-vl-stddev               pic zzzz9.99 value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-vl-avg                  pic zzzz9   value 0.
         05 filler                     pic x(84)   value spaces.

      *Heading for the roster cross-reference section printed by
      *  84-print-roster-missing - active roster operators that never
      *Detail line for one missing roster operator.
       01 ws-roster-missing-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-rm-op-num               pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-rm-op-name              pic x(12)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-rm-op-team              pic x(3)    value spaces.
         "  (all active roster operators present)".
         05 filler                     pic x(90)   value spaces.

      *Heading for the suspect-value listing printed by
      *  57-screen-suspect-values - loaded months that look wrong
      *  against the operator's own history, printed beside the
      *  figures they were judged against. They are not rejected; a
      *  supervisor confirms the genuine ones on SUSPECTOVERRIDE.
       01 ws-suspect-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(48)   value
         "Suspect Values Screened Against Operator History".
         05 filler                     pic x(81)   value spaces.
       01 ws-suspect-column-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(10)   value "Operator  ".
         05 filler                     pic x(14)   value
             "Name          ".
         05 filler                     pic x(6)    value "Team  ".
         05 filler                     pic x(7)    value "Month  ".
         05 filler                     pic x(8)    value "  Calls ".
         05 filler                     pic x(6)    value "Test  ".
         05 filler                     pic x(9)    value "Basis    ".
         05 filler                     pic x(10)   value "  Average ".
         05 filler                     pic x(9)    value "   Limit ".
         05 filler                     pic x(10)   value "Arch Avg  ".
         05 filler                     pic x(11)   value "Arch Mths  ".
         05 filler                     pic x(10)   value "Year Avg  ".
         05 filler                     pic x(10)   value "Year Mths ".
         05 filler                     pic x(9)    value spaces.
      *Detail line for one suspect month - the value, which test it
      *  failed (HIGH over the limit, ZERO mid-tenure), the basis its
      *  average came from (ARCHIVE history, the operator's other
      *  loaded months this YEAR, or the TEAM's month average for an
      *  operator with neither), and the operator's archive and
      *  this-year figures.
       01 ws-suspect-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-sl-op-num               pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-sl-op-name              pic x(12)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-sl-op-team              pic x(3)    value spaces.
         05 filler                     pic x(3)    value spaces.
         05 ws-sl-month                pic x(3)    value spaces.
         05 filler                     pic x(5)    value spaces.
         05 ws-sl-calls                pic zzzzz9  value 0.
         05 filler                     pic x(1)    value spaces.
         05 ws-sl-test                 pic x(4)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-sl-basis                pic x(7)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-sl-average              pic zzzzzz9 value 0.
         05 filler                     pic x(1)    value spaces.
         05 ws-sl-limit                pic zzzzzzz9 value 0.
         05 filler                     pic x(3)    value spaces.
         05 ws-sl-arch-avg             pic zzzzz9  value 0.
         05 filler                     pic x(7)    value spaces.
         05 ws-sl-arch-months          pic zzz9    value 0.
         05 filler                     pic x(4)    value spaces.
         05 ws-sl-year-avg             pic zzzzz9  value 0.
         05 filler                     pic x(9)    value spaces.
         05 ws-sl-year-months          pic z9      value 0.
         05 filler                     pic x(10)   value spaces.
      *Line shown when the screen flagged nothing.
       01 ws-suspect-none-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(30)   value
         "  (no suspect values flagged)".
         05 filler                     pic x(99)   value spaces.
      *Closing counts for the listing - values flagged, and flagged
      *  values left off because SUSPECTOVERRIDE confirms them.
       01 ws-suspect-total-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(24)   value
         "Suspect Values Listed: ".
         05 ws-st-suspects             pic zzzz9   value 0.
         05 filler                     pic x(24)   value
         "   Confirmed By Override".
         05 filler                     pic x(16)   value
         " (Not Listed): ".
         05 ws-st-confirmed            pic zzzz9   value 0.
         05 filler                     pic x(22)   value
         "   Limit Is Average x ".
         05 ws-st-factor               pic z9      value 0.
         05 filler                     pic x(31)   value spaces.

      *Working fields for 57-screen-suspect-values. ws-sx-source says
      *  which table is screened - "N" the normal run's
      *  ws-operator-table, "M" MODE=MONTHLY's ws-ytd-table - and
      *  5731-fetch-screen-operator lays either table's entry out in
      *  ws-sf-entry, so one screen serves both modes.
       77 ws-sx-source                 pic x       value "N".
       77 ws-sx-op-count               pic 9(4)    value 0.
       77 ws-sx-op-idx                 pic 9(4)    value 0.
       77 ws-sx-scan-idx               pic 9(4)    value 0.
       77 ws-sx-fetch-idx              pic 9(4)    value 0.
       77 ws-sx-month                  pic 99      value 0.
       77 ws-suspect-count             pic 9(5)    value 0.
       77 ws-suspect-confirmed         pic 9(5)    value 0.
       01 ws-sf-entry.
         05 ws-sf-num                  pic x(6)    value spaces.
         05 ws-sf-name                 pic x(12)   value spaces.
         05 ws-sf-team                 pic x(3)    value spaces.
         05 ws-sf-months               pic 9(5)    occurs 12 times.
      *The operator being screened, with their archive history and
      *  this year's loaded months totalled up once, then the figures
      *  one month is judged against.
       01 ws-sx-entry.
         05 ws-sx-num                  pic x(6)    value spaces.
         05 ws-sx-name                 pic x(12)   value spaces.
         05 ws-sx-team                 pic x(3)    value spaces.
         05 ws-sx-months               pic 9(5)    occurs 12 times.
       01 ws-sx-figures.
         05 ws-sx-arch-total           pic 9(9)    value 0.
         05 ws-sx-arch-months          pic 9(4)    value 0.
         05 ws-sx-arch-avg             pic 9(6)    value 0.
         05 ws-sx-year-total           pic 9(7)    value 0.
         05 ws-sx-year-months          pic 99      value 0.
         05 ws-sx-other-total          pic 9(7)    value 0.
         05 ws-sx-other-months         pic 99      value 0.
         05 ws-sx-other-avg            pic 9(6)    value 0.
         05 ws-sx-team-total           pic 9(9)    value 0.
         05 ws-sx-team-ops             pic 9(4)    value 0.
         05 ws-sx-calls                pic 9(5)    value 0.
         05 ws-sx-baseline             pic 9(7)    value 0.
         05 ws-sx-limit                pic 9(8)    value 0.
         05 ws-sx-basis                pic x(7)    value spaces.
         05 ws-sx-test                 pic x(4)    value spaces.
         05 ws-sx-calls-before         pic x       value "N".
         05 ws-sx-calls-after          pic x       value "N".
         05 ws-sx-confirmed            pic x       value "N".
         05 ws-sx-found-months         pic 99      value 0.
      *Each operator's archive history for fiscal years before
      *  REPORTYEAR, totalled by 572-load-suspect-history - total
      *  calls and the number of months that carried calls - kept in
      *  operator-number order for SEARCH ALL. Archive records for
      *  operators past the table's end are counted in
      *  ws-hx-overflow-count and listed as left out; those operators
      *  fall back to this year's months or the team.
       77 ws-hx-count                  pic 9(4)    value 0.
       01 ws-suspect-history-table.
         05 ws-hx-entry                occurs 0 to 5000 times
                                       depending on ws-hx-count
                                       ascending key is ws-hx-num
                                       indexed by ws-hx-idx.
           10 ws-hx-num                pic x(6).
           10 ws-hx-total              pic 9(9).
           10 ws-hx-months             pic 9(4).
       77 ws-hx-match-idx              pic 9(4)    value 0.
       77 ws-hx-shift-idx              pic 9(4)    value 0.
       77 ws-hx-shift-done             pic x       value "N".
       77 ws-hx-overflow-count         pic 9(7)    value 0.
       77 ws-hx-eof                    pic x       value "N".
      *Line printed under the suspect-value listing when archive
      *  history had to be left out of the screen.
       01 ws-hx-overflow-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(29)   value
         "Archive History Table Full - ".
         05 ws-hxo-count               pic zzzzzz9 value 0.
         05 filler                     pic x(39)   value
         " Archive Records Left Out Of The Screen".
         05 filler                     pic x(54)   value spaces.
      *Confirmed values from SUSPECTOVERRIDE for this REPORTYEAR,
      *  loaded by 571-load-suspect-overrides, and the fields one
      *  override line is unstrung into.
       77 ws-so-count                  pic 9(4)    value 0.
       01 ws-suspect-override-table.
         05 ws-so-entry                occurs 2000 times
                                       indexed by ws-so-idx.
           10 ws-so-num                pic x(6).
           10 ws-so-month              pic x(3).
           10 ws-so-calls              pic 9(5).
       77 ws-so-eof                    pic x       value "N".
       01 ws-so-fields.
         05 ws-so-in-num               pic x(6)    value spaces.
         05 ws-so-in-year              pic x(4)    value spaces.
         05 ws-so-in-month             pic x(3)    value spaces.
         05 ws-so-in-calls             pic x(6)    value spaces.
         05 ws-so-in-by                pic x(20)   value spaces.

      *Heading for the roster change audit section printed by
      *  87-compare-roster-snapshot - every operator whose name or
      *  team differs from the prior run's snapshot, so typos and
      *Detail line for one changed name or team.
       01 ws-snapshot-change-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-sc-op-num               pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-sc-field                pic x(4)    value spaces.
         05 filler                     pic x(3)    value spaces.
         05 ws-sc-old-value            pic x(12)   value spaces.
         05 filler                     pic x(109)  value spaces.
      *One team's subtotal block label, reusing ws-total-line and
      *  ws-average-line for the actual figures.
      *  The name and cost center come from the team master and are
      *  blank when no TEAMFILE is loaded.
       01 ws-team-heading-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(6)    value "Team: ".
         05 ws-thl-team-code           pic x(3)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-thl-team-name           pic x(20)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-thl-cc-label            pic x(13)   value spaces.
         05 ws-thl-cost-center         pic x(10)   value spaces.
         05 filler                     pic x(73)   value spaces.
      *Shown after the team subtotals when more distinct team codes
      *  turned up than ws-team-table holds.
       01 ws-team-overflow-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(43)   value
         "Records On Teams Beyond Team Table Capacity".
         05 filler                     pic x(2)    value ": ".
         05 ws-tov-count               pic zzzz9   value 0.
         05 filler                     pic x(30)   value
         " - Not In Subtotals Or GL Feed".
         05 filler                     pic x(49)   value spaces.
      *Shown (and the run graded fatal) when the team master on file
      *  holds more teams than ws-team-master-table - records for the
      *  teams left out are rejected as not on the team master.
       01 ws-team-master-overflow-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(39)   value
         "Team Master Larger Than Team Table By  ".
         05 ws-tmo-count               pic zzzz9   value 0.
         05 filler                     pic x(36)   value
         "  - Records For Those Teams Rejected".
         05 filler                     pic x(49)   value spaces.

      *Heading for the GL reconciliation section printed by
      *  67-print-gl-reconciliation - the batch this run sent and
      *  whether it went out as a full extract or as adjustments.
       01 ws-glrec-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(26)   value
         "GL Reconciliation - Batch ".
         05 ws-grh-batch               pic zzzz9   value 0.
         05 filler                     pic x(3)    value " - ".
         05 ws-grh-kind                pic x(40)   value spaces.
         05 filler                     pic x(55)   value spaces.
       01 ws-glrec-column-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(6)    value "Team  ".
         05 filler                     pic x(18)   value
             "   Previously Sent".
         05 filler                     pic x(14)   value
             "      Now Sent".
         05 filler                     pic x(14)   value
             "    Difference".
         05 filler                     pic x(16)   value
             "  Months Changed".
         05 filler                     pic x(61)   value spaces.
      *One team's (or, with "All" in the team column, the whole
      *  send's) previously sent / now sent / difference line.
       01 ws-glrec-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-grl-team                pic x(3)    value spaces.
         05 filler                     pic x(10)   value spaces.
         05 ws-grl-sent                pic zzz,zzz,zz9 value 0.
         05 filler                     pic x(3)    value spaces.
         05 ws-grl-now                 pic zzz,zzz,zz9 value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-grl-diff                pic -zzz,zzz,zz9 value 0.
         05 filler                     pic x(12)   value spaces.
         05 ws-grl-changed             pic zzz9    value 0.
         05 filler                     pic x(61)   value spaces.
      *Shown instead of any GL output when the sent-history file or
      *  the team comparison outgrows its table - sending without a
      *  history that can be rewritten would double-post next time.
       01 ws-glrec-overflow-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(43)   value
         "GL Sent History Too Large For Its Table - N".
         05 filler                     pic x(35)   value
         "o GL Feed Or Adjustments Written   ".
         05 filler                     pic x(51)   value spaces.

      *Heading for the MODE=TREND year-over-year comparison report.
       01 ws-trend-heading.
      *One matched operator's year-over-year comparison.
       01 ws-trend-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-tr-op-num               pic x(6)    value spaces.
         05 filler                     pic x(1)    value spaces.
         05 ws-tr-op-name              pic x(12)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-tr-y1-total             pic zzzzzz9 value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-tr-y2-total             pic zzzzzz9 value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-tr-total-delta          pic -9999999 value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-tr-y1-avg               pic zzzz9   value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-tr-y2-avg               pic zzzz9   value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-tr-avg-delta            pic -99999  value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-tr-pct-change           pic -99999.9 value 0.
         05 filler                     pic x(9)    value spaces.
      *Closing summary of operators that appear in only one year.
       01 ws-trend-summary-line.
      *Detail line for one operator seen in multiple site extracts.
       01 ws-consolidate-dup-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-cd-op-num               pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-cd-sites                pic z9      value 0.
         05 filler                     pic x(117)  value spaces.

         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "Operator Filter:    ".
         05 ws-asl-op-filter           pic x(6)    value "ALL".
         05 filler                     pic x(103)  value spaces.
       01 ws-archive-column-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(10)   value "Operator  ".
         05 filler                     pic x(14)   value
             "Name          ".
         05 filler                     pic x(6)    value "Year  ".
         05 filler                     pic x(9)    value "Total    ".
         05 filler                     pic x(5)    value "Avg  ".
         05 filler                     pic x(85)   value spaces.
      *One operator-year's archived total/average.
       01 ws-archive-detail-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-ad-op-num               pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-ad-op-name              pic x(12)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-ad-year                 pic x(4)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-ad-total                pic zzzzzz9 value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-ad-avg                  pic zzzz9   value 0.
         05 filler                     pic x(85)   value spaces.
      *Line noting that this run's fiscal year was already on the
      *  archive file, so its rows were not appended a second time -
      *  a clean rerun of a completed year must not double-count every
         05 ws-lg-fs-8                 pic x       value ",".
         05 ws-lg-rejected             pic 9(5)    value 0.
         05 ws-lg-fs-9                 pic x       value ",".
         05 ws-lg-total                pic 9(10)   value 0.
         05 ws-lg-fs-10                pic x       value ",".
         05 ws-lg-reco                 pic x(9)    value spaces.
      *Return code the run ended with - a YEAREND close refused or a
      *  run graded fatal shows here, not just in the job log.
         05 ws-lg-fs-11                pic x       value ",".
         05 ws-lg-rc                   pic 99      value 0.
      *Staging fields the leading columns of one ledger record are
      *  unstrung into by 76-check-run-ledger's rerun scan, plus the
      *  timestamp buffers and the reconciliation outcome
         05 ws-lw-year                 pic x(4)    value spaces.
         05 filler                     pic x(67)   value spaces.

      *Set by 66-write-gl-extract and 50-write-statements when the run
      *  has staged files under their pending names, so the report and
      *  the console can say they are waiting on a supervisor's
      *  sign-off.
       77 ws-files-staged              pic x       value "N".
      *Notice printed by 69-print-staging-notice at the end of a run
      *  that staged its GL feed or statements, and the line added
      *  beneath it when the run's own grade rules a release out.
       01 ws-staging-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(53)   value
         "GL Feed/Statements Staged Pending Supervisor Sign-Off".
         05 filler                     pic x(42)   value
         " - Release With A7REL Against Ledger Entry".
         05 filler                     pic x(34)   value spaces.
       01 ws-staging-refused-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(24)   value
         "Run Graded Return Code ".
         05 ws-sr-rc                   pic 99      value 0.
         05 filler                     pic x(44)   value
         " - Not Releasable, Correct And Rerun First".
         05 filler                     pic x(59)   value spaces.

      *Fixed-position layout one recycle-rec maps onto - the rejected
      *  emp-rec image in full, the reason 15-validate-record gave,
      *  and how many runs the record has now bounced. A record
      *  carried forward in the original 103-byte layout is moved
      *  into ws-recycle-v1-line instead, and its image laid out into
      *  emp-rec the same way as an input-file record.
       01 ws-recycle-line.
         05 ws-rc-record               pic x(85)   value spaces.
         05 ws-rc-fs-1                 pic x       value ",".
         05 ws-rc-reason               pic x(40)   value spaces.
         05 ws-rc-fs-2                 pic x       value ",".
         05 ws-rc-age                  pic 9(3)    value 0.
       01 ws-recycle-v1-line.
         05 ws-rc1-record              pic x(58)   value spaces.
         05 ws-rc1-fs-1                pic x       value ",".
         05 ws-rc1-reason              pic x(40)   value spaces.
         05 ws-rc1-fs-2                pic x       value ",".
         05 ws-rc1-age                 pic 9(3)    value 0.
      *Table of the rejects to be carried forward into the rewritten
      *  recycle file - recycled records that still fail validation
      *  (age bumped) plus this run's fresh rejects (age 1).
       77 ws-recycle-count             pic 9(4)    value 0.
       01 ws-recycle-table.
         05 ws-rt-entry                occurs 1000 times.
           10 ws-rt-record             pic x(85).
           10 ws-rt-reason             pic x(40).
           10 ws-rt-age                pic 9(3).
       77 ws-recycle-stage-age         pic 9(3)    value 0.
      *  hire/termination dates 15-validate-record captured for it -
      *  aside while the recycle pass runs its records through
      *  emp-rec and the same capture fields.
       77 ws-hold-input-rec            pic x(85)   value spaces.
       77 ws-hold-hire-date            pic x(8)    value spaces.
       77 ws-hold-term-date            pic x(8)    value spaces.
       77 ws-recycle-read              pic 9(5)    value 0.
         05 filler                     pic x(74)   value spaces.
       01 ws-recycle-detail-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-rd-op-num               pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-rd-age                  pic zz9     value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-rd-reason               pic x(40)   value spaces.
         "  - Feed Not Applied".
         05 filler                     pic x(66)   value spaces.

      *Working fields for the MODE=YEAREND close run by
      *  35-run-yearend-close - whether the close was refused and why,
      *  the year-stamped name the closed master is retired under, the
      *  fiscal year the fresh master is started for, and the counts
      *  the close summary reports.
       77 ws-yearend-refused           pic x       value "N".
       77 ws-yearend-reason            pic x(60)   value spaces.
       77 ws-ytd-retire-file-name      pic x(60)   value spaces.
       77 ws-yearend-next-year         pic 9(4)    value 0.
       77 ws-yearend-retired           pic 9(5)    value 0.
       77 ws-yearend-written-off       pic 9(5)    value 0.
       77 ws-yearend-kept              pic 9(5)    value 0.
       77 ws-yearend-months-text       pic z9      value 0.
      *Heading, refusal and summary lines for the year-end close
      *  printed on report-file.
       01 ws-yearend-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(36)   value
         "Fiscal Year-End Close - Fiscal Year ".
         05 ws-yeh-year                pic x(4)    value spaces.
         05 filler                     pic x(89)   value spaces.
      *Shown (and the run graded fatal) when the close is refused -
      *  nothing is archived, retired or written off.
       01 ws-yearend-refused-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(25)   value
         "Year-End Close Refused - ".
         05 ws-yer-reason              pic x(60)   value spaces.
         05 filler                     pic x(44)   value spaces.
      *Shown when the final normal pass graded 04 or worse - the year
      *  is not archived and the master is left in place, so the close
      *  can be rerun once the problem is fixed (suspect values
      *  confirmed on SUSPECTOVERRIDE, say).
       01 ws-yearend-failed-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(52)   value
         "Year-End Close Not Completed - Final Pass Graded rc ".
         05 ws-yef-rc                  pic 99      value 0.
         05 filler                     pic x(45)   value
         ", Year Not Archived, YTD Master Left In Place".
         05 filler                     pic x(30)   value spaces.
      *One labelled figure of the close summary - counts are edited
      *  into ws-yl-num and moved to the front of the value column.
       01 ws-yearend-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-yl-label                pic x(34)   value spaces.
         05 ws-yl-value                pic x(60)   value spaces.
         05 filler                     pic x(35)   value spaces.
       77 ws-yl-num                    pic zzzz9   value 0.
      *Heading, column heading, detail and closing lines of the
      *  recycle write-off listing written by 353-write-off-prior-
      *  recycle.
       01 ws-writeoff-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(42)   value
         "Recycle Write-Off Listing - Closed Fiscal ".
         05 filler                     pic x(5)    value "Year ".
         05 ws-woh-year                pic x(4)    value spaces.
         05 filler                     pic x(78)   value spaces.
       01 ws-writeoff-column-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(10)   value "Operator  ".
         05 filler                     pic x(14)   value
             "Name          ".
         05 filler                     pic x(6)    value "Year  ".
         05 filler                     pic x(5)    value "Age  ".
         05 filler                     pic x(40)   value "Reason".
         05 filler                     pic x(54)   value spaces.
       01 ws-writeoff-detail-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-wo-op-num               pic x(6)    value spaces.
         05 filler                     pic x(4)    value spaces.
         05 ws-wo-op-name              pic x(12)   value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-wo-year                 pic x(4)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-wo-age                  pic zz9     value 0.
         05 filler                     pic x(2)    value spaces.
         05 ws-wo-reason               pic x(40)   value spaces.
         05 filler                     pic x(54)   value spaces.
       01 ws-writeoff-none-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(39)   value
         "  (no prior-year recycle records found)".
         05 filler                     pic x(90)   value spaces.
       01 ws-writeoff-count-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(21)   value
         "Records Written Off: ".
         05 ws-woc-count               pic zzzz9   value 0.
         05 filler                     pic x(103)  value spaces.

      *This is for calculating total of totals, average and remainder.
       01 ws-call-records.
         05 ws-call-data                           occurs 12 times .
           10 ws-calc-total-calls      pic 9(9)    value 0.
           10 ws-calc-count-calls      pic 9(4)    value 0.
           10 ws-calc-avg-calls        pic 9(5)v99 value 0.
           10 ws-total-total-calls     pic 9(9)v99 value 0.

       77 ws-end-of-file-flag          pic x       value "N".

       77 ws-sub                       pic 99      value 0.

       77 ws-temp-calls-total          pic 9(7)    value 0. 

       77 ws-calls-avg                 pic 9(5)    value 0.

       77 ws-calls-rem                 pic 999     value 0.

       77 ws-calls-stddev              pic 9(5)v99 value 0.

       77 ws-calls-cph                 pic 9(3)v99 value 0.

       77 ws-calc-count                pic 99      value 0.

       77 ws-calls-avg-calc            pic 9(5)v9.

       77 ws-no-call-caounter          pic 9(4)    value 0.


       77 ws-no-call-months            pic 9(4)    value 0.

       77 ws-highest-month-avg-op      pic 9(5)    value 0.

       77 ws-lowest-month-avg-op       pic 9(5)    value 100.

       77 ws-highest-month-avg         pic 9(5)    value 0.

       77 ws-total-of-total            pic 9(10)   value 0.

       77 ws-total-of-avg              pic 9(10)   value 0.

       77 ws-total-of-rem              pic 9(8)    value 0.

      *Severity this run ends with, moved to RETURN-CODE at GOBACK so
      *  the job stream can hold the finance feed on anything but a
      *  clean run - 0 clean, 4 warning (reconciliation mismatch,
      *  rejects above REJECTTOL, active roster operators missing,
      *  unconfirmed suspect values),
      *  8 fatal (preflight failure, unreadable/empty input, zero
      *  valid records).
       77 ws-run-severity              pic 99      value 0.
               move 8 to ws-run-severity
           else
               perform 07-build-fiscal-months
               perform 055-build-pending-file-names
               evaluate ws-mode
                   when "TREND"
                       perform 90-run-trend-report
                       perform 86-run-archive-report
                   when "MONTHLY"
                       perform 40-run-monthly-update
                   when "YEAREND"
                       perform 35-run-yearend-close
                   when "FORECAST"
                       perform 48-run-forecast-report
                   when other
           perform 045-print-effective-settings.
           open input trend-year1-file.
           open input trend-year2-file.
           move space to ws-trend1-format.
           move space to ws-trend2-format.

           move 0 to ws-t1-count.
           move 0 to ws-t2-count.
       91-build-year1-table.
           move "N" to ws-t1-eof.
           perform until ws-t1-eof = "Y"
               read trend-year1-file into ws-layout-raw
                   at end
                       move "Y" to ws-t1-eof
               end-read
               if ws-t1-eof not = "Y" and ws-t1-count < 500
                   move ws-trend1-format to ws-layout-format
                   perform 101-layout-input-record
                   move ws-layout-format to ws-trend1-format
                   perform 93-accumulate-emp-rec
                   add 1 to ws-t1-count
                   move emp-rec-num to ws-t1-num(ws-t1-count)
       92-build-year2-table.
           move "N" to ws-t2-eof.
           perform until ws-t2-eof = "Y"
               read trend-year2-file into ws-layout-raw
                   at end
                       move "Y" to ws-t2-eof
               end-read
               if ws-t2-eof not = "Y" and ws-t2-count < 500
                   move ws-trend2-format to ws-layout-format
                   perform 101-layout-input-record
                   move ws-layout-format to ws-trend2-format
                   perform 93-accumulate-emp-rec
                   add 1 to ws-t2-count
                   move emp-rec-num to ws-t2-num(ws-t2-count)
           open output extract-file
           open output exception-file
           open input input-file
           move space to ws-input-format

           perform 045-print-effective-settings.

               perform 12-load-roster-file
           end-if.

      * load the maintained team master, when one is configured, so
      *   15-validate-record can reject unknown and inactive team
      *   codes and the subtotals and GL feed can carry team names
      *   and cost centers
           if ws-team-file-name not = spaces
               perform 121-load-team-master
           end-if.

      * load the scheduled/worked hours, when a file is configured,
      *   so 22-compute-calls-per-hour can rate each operator
           if ws-hours-file-name not = spaces
               move 0 to ws-ckpt-skip-idx
               perform until ws-ckpt-skip-idx >= ws-records-read
                          or ws-end-of-file-flag = "Y"
                   read input-file into ws-layout-raw
                       at end
                           move "Y" to ws-end-of-file-flag
                   end-read
                   if ws-end-of-file-flag not = "Y"
                       if ws-layout-raw(1:4) = "YTD,"
                           perform 11-capture-ytd-header
                       else
                           move ws-input-format to ws-layout-format
                           perform 101-layout-input-record
                           move ws-layout-format to ws-input-format
                           add 1 to ws-ckpt-skip-idx
                       end-if
                   end-if
               perform 84-print-roster-missing
           end-if.

      * screen every operator's loaded months against their own
      *   history, unless SUSPECTFACTOR switched the screen off
           if ws-suspect-factor > 0
               move "N" to ws-sx-source
               move ws-op-count to ws-sx-op-count
               perform 57-screen-suspect-values
           end-if.

      * write the team-month summary feed for finance's GL chargeback
      *   upload, when GLFILE was configured
           if ws-gl-file-name not = spaces
           end-if.

      * fold this run's per-operator totals into the standing
      *   multi-year history file, when ARCHIVEFILE was configured.
      *   a year-end final pass leaves that to 35-run-yearend-close,
      *   which files the year only once the pass has graded clean
           if ws-archive-file-name not = spaces and
              ws-mode not = "YEAREND"
               perform 85-append-archive-records
           end-if.

               perform 50-write-statements
           end-if.

      * burst the report into one packet per team for the
      *   supervisors, plus the distribution index, when
      *   PACKETPREFIX was configured - the combined report above
      *   stays as it is for the operations manager
           if ws-packet-prefix not = spaces
               perform 68-write-team-packets
           end-if.

      * rewrite the recycle file with whatever is still unresolved -
      *   recycled records that failed again (age bumped) plus this
      *   run's fresh rejects - when RECYCLEFILE was configured.
      * grade this run for the scheduler
           perform 79-grade-return-code.

      * say on the report that the GL feed and statements are held for
      *   sign-off, and whether this run's grade lets them be released
           if ws-files-staged = "Y"
               perform 69-print-staging-notice
           end-if.

      * run completed cleanly - clear the checkpoint so the next run
      *   starts fresh instead of resuming a finished run
           perform 99-clear-checkpoint.
      *  master rewritten with a fresh YTD header recording which
      *  fiscal months are now loaded.
       40-run-monthly-update.
      *    empty any statements an earlier unreleased normal run left
      *      staged - a monthly run writes none, and releasing it must
      *      not put another run's statements in place
           if ws-statement-file-name not = spaces
               open output statement-file
               close statement-file
           end-if.

           open output report-file.
           perform 045-print-effective-settings.
           open output exception-file.
           if ws-roster-file-name not = spaces
               perform 12-load-roster-file
           end-if.
      *    the team master supplies the names and cost centers the GL
      *      feed carries
           if ws-team-file-name not = spaces
               perform 121-load-team-master
           end-if.

           perform 41-load-ytd-master.

                   perform 43-apply-monthly-feed
                   perform 46-write-ytd-master
                   perform 47-print-monthly-summary
      *            screen the master's loaded months, this feed's
      *              included, against each operator's own history
                   if ws-suspect-factor > 0
                       move "M" to ws-sx-source
                       move ws-ytd-count to ws-sx-op-count
                       perform 57-screen-suspect-values
                       if ws-suspect-count > 0 and ws-run-severity < 4
                           move 4 to ws-run-severity
                       end-if
                   end-if
      *            send the updated year-to-date team-months to GL,
      *              when GLFILE was configured - as adjustments to
      *              what was already sent, when GLSENTFILE is kept
                   if ws-gl-file-name not = spaces
                       perform 49-build-ytd-team-totals
                       perform 66-write-gl-extract
                   end-if
           end-evaluate.

           if ws-files-staged = "Y"
               perform 69-print-staging-notice
           end-if.

           close report-file, exception-file.

      *Reading the standing year-to-date master (when one exists from
      *  earlier monthly runs) into ws-ytd-table, capturing the YTD
           move 0 to ws-months-loaded-count.

           open input ytd-file.
           move space to ws-ytd-format.
           move "N" to ws-ytd-eof.
           perform until ws-ytd-eof = "Y"
               read ytd-file
           end-if.

      *Folding one master record into ws-ytd-table - the YTD header
      *  goes through 11-capture-ytd-header, every other line is an
      *  emp-rec image, in either record width, laid out by
      *  101-layout-input-record and inserted in operator-number
      *  order.
       42-parse-ytd-record.
           move ytd-rec to ws-layout-raw.
           if ws-layout-raw(1:4) = "YTD,"
               perform 11-capture-ytd-header
           else
               move ws-ytd-format to ws-layout-format
               perform 101-layout-input-record
               move ws-layout-format to ws-ytd-format
               if emp-rec-num not = spaces and
                  ws-ytd-count >= ws-max-operators
                   add 1 to ws-ytd-overflow-count
               end-if
               if emp-rec-num not = spaces and
                  ws-ytd-count < ws-max-operators
                   move emp-rec-num to ws-mt-num
                   perform 45-insert-ytd-operator
                   move emp-rec-name to ws-yt-name(ws-yt-shift-idx)
                   move emp-rec-team to ws-yt-team(ws-yt-shift-idx)
                   perform varying ws-sub
                       from 1 by 1
                       until ws-sub > ws-number-of-months
                       if emp-rec-calls(ws-sub) is not numeric
                           move 0 to emp-rec-calls(ws-sub)
                       end-if
                       move emp-rec-calls(ws-sub)
                           to ws-yt-months(ws-yt-shift-idx ws-sub)
                   end-perform
               end-if
               else
                   compute ws-mt-count-work =
                       function numval(ws-mt-count-text)
      *            the master's monthly buckets hold five digits -
      *              reject an oversized count rather than keep its
      *              low-order digits
                   if ws-mt-count-work > 99999
                       move "N" to ws-record-valid
                       move "Call count over 99999" to ws-exc-reason
                   else
                       move ws-mt-count-work to ws-mt-count
                   end-if
           end-perform.

      *Rewriting the year-to-date master in full - the YTD header
      *  first, then one wide emp-rec image per operator, so a normal
      *  report run can point INPUTFILE straight at it.
       46-write-ytd-master.
           open output ytd-file.


           perform 62-print-months-loaded.

      *Running the MODE=YEAREND fiscal year-end close - checks that
      *  the YTD master holds all twelve fiscal months of REPORTYEAR
      *  and that the year is not already on the archive, runs one
      *  final normal pass over the master (which writes the year's
      *  GL, statements and recycle file as usual). Only when that
      *  pass grades clean (below 04) is the year filed on the
      *  archive, the master retired under a year-stamped name, a
      *  fresh master started for the new fiscal year and any
      *  recycle records still carrying the closed year written off.
      *  A refused close changes nothing on disk, and a close whose
      *  final pass graded 04 or worse leaves the archive and master
      *  as they were so it can be rerun once the problem is fixed.
       35-run-yearend-close.
           move "N" to ws-yearend-refused.
           perform 41-load-ytd-master.
           move ws-months-loaded-count to ws-yearend-months-text.

           evaluate true
               when ws-ytd-year-mismatch = "Y"
                   move spaces to ws-yearend-reason
                   string "YTD master is for fiscal year "
                       delimited by size
                       ws-yh-year delimited by size
                       into ws-yearend-reason
                   end-string
                   move "Y" to ws-yearend-refused
               when ws-ytd-overflow-count > 0
                   move "YTD master larger than operator table"
                       to ws-yearend-reason
                   move "Y" to ws-yearend-refused
               when ws-ytd-count = 0
                   move "YTD master holds no operators"
                       to ws-yearend-reason
                   move "Y" to ws-yearend-refused
               when ws-months-loaded-count < ws-number-of-months
                   move spaces to ws-yearend-reason
                   string "only " delimited by size
                       ws-yearend-months-text delimited by size
                       " of 12 fiscal months loaded"
                           delimited by size
                       into ws-yearend-reason
                   end-string
                   move "Y" to ws-yearend-refused
           end-evaluate.

      *    a year already on the archive has been closed (or filed
      *      by a normal run) before - closing it again would retire
      *      the new year's master in its place
           if ws-yearend-refused = "N"
               perform 852-check-archive-year
               if ws-archive-year-found = "Y"
                   move "fiscal year already on the archive"
                       to ws-yearend-reason
                   move "Y" to ws-yearend-refused
               end-if
           end-if.

           if ws-yearend-refused = "Y"
               open output report-file
               perform 045-print-effective-settings
               move ws-report-year to ws-yeh-year
               write print-line from ws-yearend-heading
               after advancing 2 lines
               move ws-yearend-reason to ws-yer-reason
               write print-line from ws-yearend-refused-line
               after advancing 2 lines
               close report-file
               move 8 to ws-run-severity
           else
      *        the final pass reads the master itself as its input
      *          file - the YTD header is recognized on the way in
               move ws-ytd-file-name to ws-input-file
               perform 95-run-normal-report
               open extend report-file
               move ws-report-year to ws-yeh-year
               write print-line from ws-yearend-heading
               after advancing 2 lines
               if ws-run-severity >= 4
                   move ws-run-severity to ws-yef-rc
                   write print-line from ws-yearend-failed-line
                   after advancing 2 lines
               else
                   if ws-archive-file-name not = spaces
                       perform 85-append-archive-records
                   end-if
                   perform 351-retire-ytd-master
                   perform 352-start-fresh-ytd-master
                   if ws-recycle-file-name not = spaces
                       perform 353-write-off-prior-recycle
                   end-if
                   perform 354-print-yearend-summary
               end-if
               close report-file
           end-if.

      *Copying the closed year's YTD master line for line to the
      *  YTDFILE path suffixed with the closed fiscal year (for
      *  example A7-YTD.dat.2026), so each closed year keeps its own
      *  master after the live one is started afresh.
       351-retire-ytd-master.
           move spaces to ws-ytd-retire-file-name.
           string ws-ytd-file-name delimited by space
               "." delimited by size
               ws-report-year delimited by size
               into ws-ytd-retire-file-name
           end-string.
           move 0 to ws-yearend-retired.

           open input ytd-file.
           open output ytd-retire-file.
           move "N" to ws-ytd-eof.
           perform until ws-ytd-eof = "Y"
               read ytd-file
                   at end
                       move "Y" to ws-ytd-eof
               end-read
               if ws-ytd-eof not = "Y"
                   write ytd-retire-rec from ytd-rec
                   if ytd-rec(1:4) not = "YTD,"
                       add 1 to ws-yearend-retired
                   end-if
               end-if
           end-perform.
           close ytd-file, ytd-retire-file.

      *Starting the new fiscal year's master - a YTD header for
      *  REPORTYEAR + 1 with no months loaded and no operator lines,
      *  so the first MODE=MONTHLY run of the new year builds on it
      *  instead of being refused as a year mismatch.
       352-start-fresh-ytd-master.
           compute ws-yearend-next-year =
               function numval(ws-report-year) + 1.
           move ws-yearend-next-year to ws-yh-year.
           move all "N" to ws-yh-flags.
           open output ytd-file.
           write ytd-rec from ws-ytd-header-line.
           close ytd-file.

      *Writing off the recycle records the final pass left carrying
      *  the closed fiscal year (or an earlier one, or no readable
      *  year at all) - they can no longer be folded into any run, so
      *  they go to the write-off listing with their reason and age,
      *  and only records already dated into a later year are kept
      *  on the recycle file for the new year.
       353-write-off-prior-recycle.
           move 0 to ws-recycle-count.
           move 0 to ws-yearend-written-off.
           move 0 to ws-yearend-kept.

           open output writeoff-file.
           move ws-report-year to ws-woh-year.
           write writeoff-line from ws-writeoff-heading.
           write writeoff-line from ws-writeoff-column-heading
           after advancing 2 lines.

           open input recycle-file.
           move "N" to ws-recycle-eof.
           perform until ws-recycle-eof = "Y"
               read recycle-file
                   at end
                       move "Y" to ws-recycle-eof
               end-read
               if ws-recycle-eof not = "Y"
                   perform 311-layout-recycle-record
                   if ws-rc-age is not numeric
                       move 0 to ws-rc-age
                   end-if
                   if emp-rec-year is numeric and
                      emp-rec-year > ws-report-year
                       add 1 to ws-yearend-kept
                       move ws-rc-reason to ws-exc-reason
                       move ws-rc-age to ws-recycle-stage-age
                       perform 32-carry-recycle-record
                   else
                       add 1 to ws-yearend-written-off
                       move emp-rec-num to ws-wo-op-num
                       move emp-rec-name to ws-wo-op-name
                       move emp-rec-year to ws-wo-year
                       move ws-rc-age to ws-wo-age
                       move ws-rc-reason to ws-wo-reason
                       write writeoff-line from ws-writeoff-detail-line
                       after advancing 1 lines
                   end-if
               end-if
           end-perform.
           close recycle-file.

           if ws-yearend-written-off = 0
               write writeoff-line from ws-writeoff-none-line
               after advancing 1 lines
           end-if.
           move ws-yearend-written-off to ws-woc-count.
           write writeoff-line from ws-writeoff-count-line
           after advancing 2 lines.
           close writeoff-file.

           perform 33-write-recycle-file.

      *Printing the year-end close summary after the final pass's
      *  report - the year filed, where the closed master went, the
      *  year the fresh master was started for and what happened to
      *  the recycle file.
       354-print-yearend-summary.
           move "Fiscal Year Filed On Archive:" to ws-yl-label.
           move ws-report-year to ws-yl-value.
           write print-line from ws-yearend-line
           after advancing 2 lines.

           move "YTD Master Retired To:" to ws-yl-label.
           move ws-ytd-retire-file-name to ws-yl-value.
           write print-line from ws-yearend-line
           after advancing 1 lines.

           move "Operator Records Retired:" to ws-yl-label.
           move ws-yearend-retired to ws-yl-num.
           move ws-yl-num to ws-yl-value.
           write print-line from ws-yearend-line
           after advancing 1 lines.

           move "Fresh YTD Master Started For:" to ws-yl-label.
           move ws-yearend-next-year to ws-yl-value.
           write print-line from ws-yearend-line
           after advancing 1 lines.

           if ws-recycle-file-name not = spaces
               move "Recycle Records Written Off:" to ws-yl-label
               move ws-yearend-written-off to ws-yl-num
               move ws-yl-num to ws-yl-value
               write print-line from ws-yearend-line
               after advancing 1 lines
               move "Recycle Records Kept:" to ws-yl-label
               move ws-yearend-kept to ws-yl-num
               move ws-yl-num to ws-yl-value
               write print-line from ws-yearend-line
               after advancing 1 lines
               move "Write-Off Listing:" to ws-yl-label
               move ws-writeoff-file-name to ws-yl-value
               write print-line from ws-yearend-line
               after advancing 1 lines
           end-if.

      *Building ws-team-table from the updated year-to-date master,
      *  the same way a normal run over the master would, so the
      *  monthly update can send team-month totals to GL.
       49-build-ytd-team-totals.
           move 0 to ws-team-count.
           perform varying ws-yt-idx
               from 1 by 1
               until ws-yt-idx > ws-ytd-count
               move ws-yt-num(ws-yt-idx) to emp-rec-num
               move ws-yt-name(ws-yt-idx) to emp-rec-name
               move ws-yt-team(ws-yt-idx) to emp-rec-team
               move ws-report-year to emp-rec-year
               perform varying ws-sub
                   from 1 by 1
                   until ws-sub > ws-number-of-months
                   move ws-yt-months(ws-yt-idx ws-sub)
                       to emp-rec-calls(ws-sub)
               end-perform
               perform 93-accumulate-emp-rec
               perform 281-resolve-month-teams
               perform 28-record-team
           end-perform.

      *Running the MODE=FORECAST projection - walks archive-file the
      *  way 86-run-archive-report does, but instead of listing rows
      *  it computes each team's year-over-year growth across however
                   move "UNK" to ws-fc-resolve-team
               end-if

      *        a row carrying its monthly counts is split month by
      *          month across the teams the roster's dated assignments
      *          put the operator on that year; any part of the total
      *          the months do not account for stays on the row's team
               move 0 to ws-fc-month-sum
               perform varying ws-sub
                   from 1 by 1
                   until ws-sub > ws-number-of-months
                   add ws-av-months(ws-sub) to ws-fc-month-sum
               end-perform
               if ws-fc-month-sum > 0 and ws-fc-month-sum <= ws-av-total
                   move ws-av-num to ws-xfer-op-num
                   move ws-fc-resolve-team to ws-xfer-base-team
                   if ws-av-year is numeric
                       compute ws-report-year-num =
                           function numval(ws-av-year)
                       move "Y" to ws-xfer-dated
                   else
                       move "N" to ws-xfer-dated
                   end-if
                   perform 2811-resolve-slot-teams
                   perform varying ws-fc-slot
                       from 1 by 1
                       until ws-fc-slot > ws-number-of-months
                       move ws-cur-month-team(ws-fc-slot)
                           to ws-team-lookup-code
                       move ws-av-months(ws-fc-slot) to ws-fc-credit
                       if ws-fc-credit > 0
                           perform 4842-credit-forecast-team
                       end-if
                   end-perform
                   move ws-fc-resolve-team to ws-team-lookup-code
                   compute ws-fc-credit =
                       ws-av-total - ws-fc-month-sum
                   if ws-fc-credit > 0
                       perform 4842-credit-forecast-team
                   end-if
               else
                   move ws-fc-resolve-team to ws-team-lookup-code
                   move ws-av-total to ws-fc-credit
                   perform 4842-credit-forecast-team
               end-if
               add ws-av-total to
                   ws-fc-shop-ytotal(ws-fc-year-idx)
               add 1 to ws-fc-shop-yops(ws-fc-year-idx)
           end-if.

      *Adding ws-fc-credit calls to ws-team-lookup-code's column for
      *  the archive row's year, adding the team to ws-fc-team-table
      *  the first time it turns up.
       4842-credit-forecast-team.
           move 0 to ws-fc-match-idx.
           perform varying ws-fc-scan-idx
               from 1 by 1
               until ws-fc-scan-idx > ws-fc-team-count
               if ws-fc-team-code(ws-fc-scan-idx) =
                  ws-team-lookup-code
                   move ws-fc-scan-idx to ws-fc-match-idx
               end-if
           end-perform.
           if ws-fc-match-idx = 0 and
              ws-fc-team-count < ws-max-teams
               add 1 to ws-fc-team-count
               move ws-fc-team-count to ws-fc-match-idx
               move ws-team-lookup-code
                   to ws-fc-team-code(ws-fc-match-idx)
               perform varying ws-fc-scan-idx
                   from 1 by 1
                   until ws-fc-scan-idx > 20
                   move 0 to
                       ws-fc-ytotal(ws-fc-match-idx
                                    ws-fc-scan-idx)
               end-perform
           end-if.
           if ws-fc-match-idx not = 0
               add ws-fc-credit to
                   ws-fc-ytotal(ws-fc-match-idx ws-fc-year-idx)
           end-if.

      *Printing the projection lines - one per team, then the shop
           open input extract-file.
           move "N" to ws-sp-eof.
           perform until ws-sp-eof = "Y"
               read extract-file into ws-extract-raw
                   at end
                       move "Y" to ws-sp-eof
               end-read
               if ws-sp-eof not = "Y"
                   perform 983-layout-extract-record
                   add 1 to ws-sp-op-count
                   add ws-ex-total to ws-sp-total-calls
               end-if
                   open input consolidate-file
                   move "N" to ws-consol-eof
                   perform until ws-consol-eof = "Y"
                       read consolidate-file into ws-extract-raw
                           at end
                               move "Y" to ws-consol-eof
                       end-read
                       if ws-consol-eof not = "Y"
                           perform 983-layout-extract-record
                           perform 98-accumulate-consolidate-record
                       end-if
                   end-perform

           close report-file.

      *Folding one consolidate-mode extract record (already laid out
      *  into ws-extract-line by 983-layout-extract-record)
      *  into the same month/grand-total accumulators 20-process-lines
      *  uses, so 60-calculate-operatores can compute the combined
      *  averages exactly as it does for a single-site run.
               end-perform
           end-if.

      *Splitting one extract record read into ws-extract-raw back into
      *  the named fields of ws-extract-line. The fields are taken by
      *  their commas, so an extract written with the original
      *  3-character operator number and 3-digit counts reads the
      *  same as a wide one.
       983-layout-extract-record.
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

      *Reading A7-Params.dat (if present) once at the start of the run
      *  and applying any KEY=VALUE overrides onto ws-parameters.
       05-read-parameters.
               when "GLFILE"
                   move ws-param-value to ws-gl-file-name
                   perform 044-record-override
               when "GLSENTFILE"
                   move ws-param-value to ws-gl-sent-file-name
                   perform 044-record-override
               when "GLADJFILE"
                   move ws-param-value to ws-gl-adjust-file-name
                   perform 044-record-override
               when "TEAMFILE"
                   move ws-param-value to ws-team-file-name
                   perform 044-record-override
               when "ROSTERFILE"
                   move ws-param-value to ws-roster-file-name
                   perform 044-record-override
               when "STATEMENTFILE"
                   move ws-param-value to ws-statement-file-name
                   perform 044-record-override
               when "PACKETPREFIX"
                   move ws-param-value to ws-packet-prefix
                   perform 044-record-override
               when "PACKETINDEX"
                   move ws-param-value to ws-packet-index-file-name
                   perform 044-record-override
               when "PACKETLINES"
                   perform 043-edit-numeric-value
                   if ws-param-value-ok = "Y"
                       compute ws-packet-page-lines =
                           function numval(ws-param-value)
                       if ws-packet-page-lines < 20
                           move spaces to ws-preflight-msg
                           string "PACKETLINES below 20: "
                               delimited by size
                               ws-param-value delimited by size
                               into ws-preflight-msg
                           end-string
                           perform 052-record-preflight-error
                       end-if
                       perform 044-record-override
                   end-if
               when "MONTHLYFILE"
                   move ws-param-value to ws-monthly-file-name
                   perform 044-record-override
               when "SNAPSHOTFILE"
                   move ws-param-value to ws-snapshot-file-name
                   perform 044-record-override
               when "WRITEOFFFILE"
                   move ws-param-value to ws-writeoff-file-name
                   perform 044-record-override
               when "ARCHIVEFILE"
                   move ws-param-value to ws-archive-file-name
                   perform 044-record-override
               when "ARCHIVEOP"
                   move ws-param-value(1:6) to ws-archive-op-filter
                   perform 044-record-override
               when "REPORTYEAR"
                   move ws-param-value(1:4) to ws-report-year
                           function numval(ws-param-value)
                       perform 044-record-override
                   end-if
               when "SUSPECTFACTOR"
                   perform 043-edit-numeric-value
                   if ws-param-value-ok = "Y"
                       compute ws-suspect-factor =
                           function numval(ws-param-value)
                       perform 044-record-override
                   end-if
               when "SUSPECTOVERRIDE"
                   move ws-param-value to ws-suspect-ovr-file-name
                   perform 044-record-override
               when "REJECTTOL"
                   perform 043-edit-numeric-value
                   if ws-param-value-ok = "Y"
               when "INQTEAM"
               when "RETAINYEARS"
               when "ARCHIVEOLD"
               when "ARCHIVEV1"
               when "ROSTERTRANS"
               when "ROSTERLIST"
               when "ROSTERUPGRADE"
               when "TEAMTRANS"
               when "TEAMLIST"
               when "SWITCHFILE"
               when "SWITCHLIST"
               when "TESTEXT"
               when "INCTIERFILE"
               when "PAYROLLFILE"
               when "INCREGISTER"
               when "INCPERIOD"
               when "APPROVALFILE"
      *            companion-program keys in the shared parameter
      *              file - not this program's, but not typos either
                   continue
                           perform 052-record-preflight-error
                       end-if
                   end-if
      *            the close runs its final pass off the YTD master and
      *              files that year on the archive, so all three of
      *              master, year and archive have to be there
               when "YEAREND"
                   if ws-ytd-file-name = spaces
                       move "MODE=YEAREND needs YTDFILE set"
                           to ws-preflight-msg
                       perform 052-record-preflight-error
                   else
                       move ws-ytd-file-name to ws-pf-check-file
                       perform 053-check-file-present
                       if ws-pf-file-found = "N"
                           move spaces to ws-preflight-msg
                           string "YTDFILE not found or empty: "
                               delimited by size
                               ws-ytd-file-name delimited by size
                               into ws-preflight-msg
                           end-string
                           perform 052-record-preflight-error
                       end-if
                   end-if
                   if ws-report-year = spaces or
                      ws-report-year is not numeric
                       move "MODE=YEAREND needs a numeric REPORTYEAR"
                           to ws-preflight-msg
                       perform 052-record-preflight-error
                   end-if
                   if ws-archive-file-name = spaces
                       move "MODE=YEAREND needs ARCHIVEFILE set"
                           to ws-preflight-msg
                       perform 052-record-preflight-error
                   end-if
               when other
                   move spaces to ws-preflight-msg
                   string "Unrecognized MODE: " delimited by size
               display "A7:   " ws-pf-entry(ws-pf-idx)
           end-perform.

      *Building the pending names the GL extract, GL adjustments, GL
      *  sent history and statements are staged under - the configured
      *  name with ".pending" added - so nothing reaches finance or the
      *  supervisors until the run has been signed off and released by
      *  A7REL.
       055-build-pending-file-names.
           move spaces to ws-gl-pend-file-name.
           string ws-gl-file-name delimited by space
                  ws-pending-suffix delimited by size
               into ws-gl-pend-file-name
           end-string.
           move spaces to ws-gl-adj-pend-file-name.
           string ws-gl-adjust-file-name delimited by space
                  ws-pending-suffix delimited by size
               into ws-gl-adj-pend-file-name
           end-string.
           move spaces to ws-gl-sent-pend-file-name.
           string ws-gl-sent-file-name delimited by space
                  ws-pending-suffix delimited by size
               into ws-gl-sent-pend-file-name
           end-string.
           move spaces to ws-stmt-pend-file-name.
           string ws-statement-file-name delimited by space
                  ws-pending-suffix delimited by size
               into ws-stmt-pend-file-name
           end-string.

      *Printing the effective-settings page at the top of
      *  report-file - every parameter the run is actually using,
      *  marked DEFAULT or PARAMETER, so proving which threshold a
           move ws-reject-tolerance to ws-es-num.
           perform 047-move-num-setting.
           perform 046-write-one-setting.
           move "SUSPECTFACTOR" to ws-es-key.
           move ws-suspect-factor to ws-es-num.
           perform 047-move-num-setting.
           perform 046-write-one-setting.
           move "SUSPECTOVERRIDE" to ws-es-key.
           move ws-suspect-ovr-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "YEAR1FILE" to ws-es-key.
           move ws-year1-file to ws-es-value.
           perform 046-write-one-setting.
           move "ROSTERFILE" to ws-es-key.
           move ws-roster-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "TEAMFILE" to ws-es-key.
           move ws-team-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "HOURSFILE" to ws-es-key.
           move ws-hours-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "GLFILE" to ws-es-key.
           move ws-gl-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "GLSENTFILE" to ws-es-key.
           move ws-gl-sent-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "GLADJFILE" to ws-es-key.
           move ws-gl-adjust-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "SNAPSHOTFILE" to ws-es-key.
           move ws-snapshot-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "STATEMENTFILE" to ws-es-key.
           move ws-statement-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "PACKETPREFIX" to ws-es-key.
           move ws-packet-prefix to ws-es-value.
           perform 046-write-one-setting.
           move "PACKETINDEX" to ws-es-key.
           move ws-packet-index-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "PACKETLINES" to ws-es-key.
           move ws-packet-page-lines to ws-es-num.
           perform 047-move-num-setting.
           perform 046-write-one-setting.
           move "MONTHLYFILE" to ws-es-key.
           move ws-monthly-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "YTDFILE" to ws-es-key.
           move ws-ytd-file-name to ws-es-value.
           perform 046-write-one-setting.
           move "WRITEOFFFILE" to ws-es-key.
           move ws-writeoff-file-name to ws-es-value.
           perform 046-write-one-setting.

           perform varying ws-consol-idx
               from 1 by 1
           move "N" to ws-record-valid.
           perform until ws-record-valid = "Y" or
                         ws-end-of-file-flag = "Y"
               read input-file into ws-layout-raw
                   at end
                       move "Y" to ws-end-of-file-flag
               end-read
               if ws-end-of-file-flag not = "Y"
                   if ws-layout-raw(1:4) = "YTD,"
                       perform 11-capture-ytd-header
                   else
                       move ws-input-format to ws-layout-format
                       perform 101-layout-input-record
                       move ws-layout-format to ws-input-format
                       add 1 to ws-records-read
                       perform 15-validate-record
                       if ws-record-valid not = "Y"
               end-if
           end-perform.

      *Laying the record in ws-layout-raw out into emp-rec. The layout
      *  is settled on the file's first data record - the original
      *  58-byte layout when nothing follows position 58, otherwise
      *  the wide 85-byte one - and ws-layout-format carries it on to
      *  the file's later records. An original-layout record's counts
      *  are widened as they are moved; a count that is not numeric is
      *  carried across as text so 15-validate-record still rejects
      *  it.
       101-layout-input-record.
           if ws-layout-format = space
               if ws-layout-raw(59:27) = spaces
                   move "1" to ws-layout-format
               else
                   move "2" to ws-layout-format
               end-if
           end-if.
           if ws-layout-format = "2"
               move ws-layout-raw to emp-rec
           else
               move spaces to emp-rec
               move emp-v1-num to emp-rec-num
               move emp-v1-name to emp-rec-name
               move emp-v1-year to emp-rec-year
               move emp-v1-team to emp-rec-team
               perform varying ws-layout-idx
                   from 1 by 1
                   until ws-layout-idx > ws-number-of-months
                   if emp-v1-calls-text(ws-layout-idx) is numeric
                       move emp-v1-calls(ws-layout-idx)
                           to emp-rec-calls(ws-layout-idx)
                   else
                       move emp-v1-calls-text(ws-layout-idx)
                           to emp-rec-calls-text(ws-layout-idx)
                   end-if
               end-perform
           end-if.

      *Capturing the YTD header line a MODE=MONTHLY-built master
      *  carries as its first record - it starts "YTD," in either
      *  record width - so the loaded-month flags steer the
      *  zero-call counters, volatility divisor and threshold
      *  proration, instead of the header being rejected as a record.
       11-capture-ytd-header.
           move spaces to ws-yh-year.
           move spaces to ws-yh-flags.
           unstring ws-layout-raw delimited by ","
               into ws-yh-tag
                    ws-yh-year
                    ws-yh-flags
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
      *    insert in operator-number order, shifting greater entries
      *      up one, so the table stays keyed for SEARCH ALL
               move "N" to ws-ros-seen(ws-ros-shift-idx)
               move ws-ro-hire to ws-ros-hire(ws-ros-shift-idx)
               move ws-ro-term to ws-ros-term(ws-ros-shift-idx)
               move 0 to ws-ros-xfer-count(ws-ros-shift-idx)
               perform varying ws-xfer-idx
                   from 1 by 1
                   until ws-xfer-idx > 6
                   move ws-ro-xfer(ws-xfer-idx)
                       to ws-ros-xfer(ws-ros-shift-idx ws-xfer-idx)
                   if ws-ro-xfer-team(ws-xfer-idx) not = spaces
                       move ws-xfer-idx
                           to ws-ros-xfer-count(ws-ros-shift-idx)
                   end-if
               end-perform
           end-if.

      *Reading the whole team master into ws-team-master-table once
      *  before input-file processing starts, in team-code order.
       121-load-team-master.
           open input team-file.
           move "N" to ws-team-master-eof.
           perform until ws-team-master-eof = "Y"
               read team-file
                   at end
                       move "Y" to ws-team-master-eof
               end-read
               if ws-team-master-eof not = "Y"
                   if ws-team-master-count < ws-max-teams
                       perform 122-parse-team-line
                   else
                       add 1 to ws-team-master-overflow
                   end-if
               end-if
           end-perform.
           close team-file.

           if ws-team-master-overflow > 0
               move ws-team-master-overflow to ws-tmo-count
               write print-line from ws-team-master-overflow-line
               after advancing 2 lines
               move 8 to ws-run-severity
           end-if.

      *Splitting one team-rec comma-delimited line into
      *  ws-team-master-line's named fields and adding it to
      *  ws-team-master-table.
       122-parse-team-line.
           move spaces to ws-team-master-line.
           unstring team-rec delimited by ","
               into ws-tml-code
                    ws-tml-name
                    ws-tml-supervisor
                    ws-tml-cost-center
                    ws-tml-site
                    ws-tml-active
           end-unstring.
      *    insert in team-code order, shifting greater entries up
      *      one, so the table stays keyed for SEARCH ALL
           if ws-tml-code not = spaces
               add 1 to ws-team-master-count
               move ws-team-master-count to ws-tmm-shift-idx
               move "N" to ws-tmm-shift-done
               perform until ws-tmm-shift-done = "Y"
                   if ws-tmm-shift-idx = 1
                       move "Y" to ws-tmm-shift-done
                   else
                       if ws-tmm-code(ws-tmm-shift-idx - 1) >
                          ws-tml-code
                           move ws-tmm-entry(ws-tmm-shift-idx - 1)
                               to ws-tmm-entry(ws-tmm-shift-idx)
                           subtract 1 from ws-tmm-shift-idx
                       else
                           move "Y" to ws-tmm-shift-done
                       end-if
                   end-if
               end-perform
               move ws-tml-code to ws-tmm-code(ws-tmm-shift-idx)
               move ws-tml-name to ws-tmm-name(ws-tmm-shift-idx)
               move ws-tml-supervisor
                   to ws-tmm-supervisor(ws-tmm-shift-idx)
               move ws-tml-cost-center
                   to ws-tmm-cost-center(ws-tmm-shift-idx)
               move ws-tml-site to ws-tmm-site(ws-tmm-shift-idx)
               move ws-tml-active to ws-tmm-active(ws-tmm-shift-idx)
           end-if.

      *Looking up the team in ws-tmm-lookup-code on the team master
      *  and leaving its name and cost center in ws-tmm-lookup-name/
      *  ws-tmm-lookup-cost-center, and its supervisor and site in
      *  ws-tmm-lookup-supervisor/ws-tmm-lookup-site - all blank when
      *  there is no team master or the code is not on it.
       123-find-team-master.
           move spaces to ws-tmm-lookup-name.
           move spaces to ws-tmm-lookup-cost-center.
           move spaces to ws-tmm-lookup-supervisor.
           move spaces to ws-tmm-lookup-site.
           move 0 to ws-tmm-match-idx.
           if ws-team-master-count > 0
               search all ws-tmm-entry
                   at end
                       continue
                   when ws-tmm-code(ws-tmm-idx) = ws-tmm-lookup-code
                       move ws-tmm-idx to ws-tmm-match-idx
               end-search
           end-if.
           if ws-tmm-match-idx not = 0
               move ws-tmm-name(ws-tmm-match-idx)
                   to ws-tmm-lookup-name
               move ws-tmm-cost-center(ws-tmm-match-idx)
                   to ws-tmm-lookup-cost-center
               move ws-tmm-supervisor(ws-tmm-match-idx)
                   to ws-tmm-lookup-supervisor
               move ws-tmm-site(ws-tmm-match-idx)
                   to ws-tmm-lookup-site
           end-if.

      *Edit/validation pass - rejects records with a blank operator
      *  number, a non-numeric call count, an operator number that
      *  duplicates one already seen earlier in input-file, or (when a
      *  roster master is loaded) an operator number that is not on
      *  the active roster, or (when a team master is loaded) a team
      *  code that is not on it or is inactive.
       15-validate-record.
           move "Y" to ws-record-valid.
           move spaces to ws-exc-reason.
               end-evaluate
           end-if.

      *    a team code not on the team master (a "C51" keyed for
      *      "CS1") or one retired from use would otherwise become a
      *      team of its own in the subtotals and the GL feed
           if ws-record-valid = "Y" and ws-team-file-name not = spaces
               move 0 to ws-tmm-match-idx
               if ws-team-master-count > 0
                   search all ws-tmm-entry
                       at end
                           continue
                       when ws-tmm-code(ws-tmm-idx) = emp-rec-team
                           move ws-tmm-idx to ws-tmm-match-idx
                   end-search
               end-if
               evaluate true
                   when ws-tmm-match-idx = 0
                       move "N" to ws-record-valid
                       move "Team not on team master" to ws-exc-reason
                   when ws-tmm-active(ws-tmm-match-idx) not = "A"
                       move "N" to ws-record-valid
                       move "Team inactive on team master"
                           to ws-exc-reason
                   when other
                       continue
               end-evaluate
           end-if.

           if ws-record-valid = "Y" and
              ws-seen-op-count < ws-max-operators
               perform 16-insert-seen-operator
      *  rather than abending the run.
       18-load-hours-file.
           open input hours-file.
           move space to ws-hours-format.
           move "N" to ws-hours-eof.
           perform until ws-hours-eof = "Y"
               read hours-file
                   at end
                       move "Y" to ws-hours-eof
               end-read
               if ws-hours-eof not = "Y"
                   perform 181-layout-hours-record
               end-if
               if ws-hours-eof not = "Y" and
                  ws-ho-num not = spaces and
                  ws-hours-count < ws-max-operators
           end-perform.
           close hours-file.

      *Laying one hours-rec out into ws-hours-line. The layout is
      *  settled on the file's first record - the original 39-byte
      *  layout, 3-character operator number, when nothing follows
      *  position 39, otherwise the wide 42-byte one - and its hours
      *  figures are moved across behind the operator number.
       181-layout-hours-record.
           if ws-hours-format = space
               if hours-rec(40:3) = spaces
                   move "1" to ws-hours-format
               else
                   move "2" to ws-hours-format
               end-if
           end-if.
           if ws-hours-format = "2"
               move hours-rec to ws-hours-line
           else
               move spaces to ws-hours-line
               move hours-rec(1:3) to ws-ho-num
               move hours-rec(4:36) to ws-hours-line(7:36)
           end-if.

      *Inserting one operator's hours into ws-hours-table in
      *  operator-number order, shifting greater entries up one, and
      *  totalling the 12 monthly figures while they are in hand.
           end-if.
          

           perform 281-resolve-month-teams.

           move spaces to print-line.

           move emp-rec-num to ws-dl-num.
           else
               move spaces to ws-dl-partial-flag
           end-if.
           if ws-cur-transferred = "Y"
               move "TRANSFER" to ws-dl-transfer-flag
           else
               move spaces to ws-dl-transfer-flag
           end-if.
           PERFORM
               varying ws-sub
               from 1 by 1
           END-PERFORM.
           move ws-temp-calls-total to ws-dl-total.
           if(ws-temp-calls-total is equal 0)
               move " ZERO" to ws-dl-avg-text
           else
               move ws-calls-avg to ws-dl-avg
           end-if.
           move ws-calls-rem to ws-ex-rem.
           move ws-fiscal-start-month to ws-ex-start-month.
           move emp-rec-team to ws-ex-team.
           move ws-calls-cph to ws-ex-cph.
           move ws-active-months to ws-ex-active-months.
           move ws-months-loaded-count to ws-ex-months-loaded.

           write extract-line from ws-extract-line.

      *Checking one loaded fiscal slot against the hire/termination
      *  window and counting it when the operator was active in it.
       24-active-check-one-month.
           perform 241-compute-slot-yyyymm.
           if ws-slot-yyyymm >= ws-hire-yyyymm and
              ws-slot-yyyymm <= ws-term-yyyymm
               add 1 to ws-active-months
           end-if.

      *Working out the calendar yyyymm of fiscal slot ws-sub for the
      *  fiscal year in ws-report-year-num - the slot's month found on
      *  the calendar month list, its year the report year or the one
      *  after.
       241-compute-slot-yyyymm.
           move 1 to ws-slot-cal-month.
           perform varying ws-cal-scan-idx
               from 1 by 1
           end-if.
           compute ws-slot-yyyymm =
               (ws-slot-year * 100) + ws-slot-cal-month.

      *Computing the standard deviation of the 12 monthly call counts
      *  on the emp-rec currently in hand, into ws-calls-stddev, for
               move ws-calls-cph to ws-op-cph(ws-op-count)
               move ws-active-months
                   to ws-op-active-months(ws-op-count)
               move ws-cur-transferred
                   to ws-op-transferred(ws-op-count)
               PERFORM
                   varying ws-sub
                   from 1 by 1
               END-PERFORM
           end-if.

      *Keeping per-team monthly/overall totals in ws-team-table, so
      *  65-print-team-subtotals can print a subtotal block per team
      *  before the final grand totals. Each month's calls go to the
      *  team 281-resolve-month-teams placed the operator on for that
      *  month; the operator's average and remainder stay with the
      *  team on the record, where the operator is now.
       28-record-team.
           move "N" to ws-team-record-overflow.
           PERFORM
               varying ws-sub
               from 1 by 1
               until ws-sub > ws-number-of-months

               move ws-cur-month-team(ws-sub) to ws-team-lookup-code
               perform 282-find-team-entry
               if ws-team-match-idx not = 0
                   add emp-rec-calls(ws-sub) to
                       ws-team-calc-total(ws-team-match-idx ws-sub)
                   if emp-rec-calls(ws-sub) is not equal 0
                       add 1 to
                           ws-team-calc-count(ws-team-match-idx ws-sub)
                   end-if
                   add emp-rec-calls(ws-sub) to
                       ws-team-overall-total(ws-team-match-idx)
               end-if

           END-PERFORM.

           move emp-rec-team to ws-team-lookup-code.
           perform 282-find-team-entry.
           if ws-team-match-idx not = 0
               add ws-calls-avg to
                   ws-team-overall-avg(ws-team-match-idx)
               add ws-calls-rem to
                   ws-team-overall-rem(ws-team-match-idx)
           end-if.

           if ws-team-record-overflow = "Y"
               add 1 to ws-team-overflow
           end-if.

      *Working out which team each fiscal slot of the record in hand
      *  is credited to, from the roster's dated team assignments for
      *  emp-rec-num and the fiscal year in REPORTYEAR.
       281-resolve-month-teams.
           move emp-rec-num to ws-xfer-op-num.
           move emp-rec-team to ws-xfer-base-team.
           if ws-report-year is numeric
               compute ws-report-year-num =
                   function numval(ws-report-year)
               move "Y" to ws-xfer-dated
           else
               move "N" to ws-xfer-dated
           end-if.
           perform 2811-resolve-slot-teams.

      *Filling ws-cur-month-team for operator ws-xfer-op-num over the
      *  fiscal year in ws-report-year-num. Without dated team
      *  assignments on the roster (or without a fiscal year to date
      *  the slots by) every slot goes to ws-xfer-base-team, as it
      *  always has. Otherwise a slot goes to the latest assignment
      *  that took effect in or before its calendar month - a
      *  transfer dated any day of a month takes that whole month -
      *  and slots before the first assignment go to the first
      *  assignment's team.
       2811-resolve-slot-teams.
           move "N" to ws-cur-transferred.
           perform varying ws-sub
               from 1 by 1
               until ws-sub > ws-number-of-months
               move ws-xfer-base-team to ws-cur-month-team(ws-sub)
           end-perform.

           move 0 to ws-ros-match-idx.
           if ws-roster-count > 0 and ws-xfer-dated = "Y"
               search all ws-ros-entry
                   at end
                       continue
                   when ws-ros-num(ws-ros-idx) = ws-xfer-op-num
                       move ws-ros-idx to ws-ros-match-idx
               end-search
           end-if.

           if ws-ros-match-idx not = 0
               if ws-ros-xfer-count(ws-ros-match-idx) > 0
                   perform varying ws-sub
                       from 1 by 1
                       until ws-sub > ws-number-of-months
                       perform 241-compute-slot-yyyymm
                       move ws-ros-xfer-team(ws-ros-match-idx 1)
                           to ws-cur-month-team(ws-sub)
                       perform varying ws-xfer-idx
                           from 1 by 1
                           until ws-xfer-idx >
                                 ws-ros-xfer-count(ws-ros-match-idx)
                           if ws-ros-xfer-from(ws-ros-match-idx
                                              ws-xfer-idx)(1:6)
                              is numeric
                               compute ws-xfer-from-yyyymm =
                                   function numval(
                                   ws-ros-xfer-from(ws-ros-match-idx
                                                    ws-xfer-idx)(1:6))
                           else
                               move 0 to ws-xfer-from-yyyymm
                           end-if
                           if ws-xfer-from-yyyymm <= ws-slot-yyyymm
                               move ws-ros-xfer-team(ws-ros-match-idx
                                                     ws-xfer-idx)
                                   to ws-cur-month-team(ws-sub)
                           end-if
                       end-perform
                       if ws-cur-month-team(ws-sub) not =
                          ws-cur-month-team(1)
                           move "Y" to ws-cur-transferred
                       end-if
                   end-perform
               end-if
           end-if.

      *Finding ws-team-lookup-code's entry in ws-team-table, adding it
      *  when there is room. A team that will not fit leaves
      *  ws-team-match-idx at zero and marks the record for the
      *  overflow count.
       282-find-team-entry.
           move 0 to ws-team-match-idx.
           PERFORM
               varying ws-team-idx
               from 1 by 1
               until ws-team-idx > ws-team-count

               if ws-team-code(ws-team-idx) = ws-team-lookup-code
                   move ws-team-idx to ws-team-match-idx
               end-if

           END-PERFORM.

           if ws-team-match-idx = 0
               if ws-team-count < ws-max-teams
                   add 1 to ws-team-count
                   move ws-team-count to ws-team-match-idx
                   move ws-team-lookup-code
                       to ws-team-code(ws-team-match-idx)
               else
                   move "Y" to ws-team-record-overflow
               end-if
           end-if.

      *Rebuilding report-file/extract-file detail lines for every
      *  operator already folded into a restored checkpoint, since
      *  both files are always opened fresh (truncated) - keeps the
               else
                   move spaces to ws-dl-partial-flag
               end-if
               if ws-op-transferred(ws-op-idx) = "Y"
                   move "TRANSFER" to ws-dl-transfer-flag
               else
                   move spaces to ws-dl-transfer-flag
               end-if
               PERFORM
                   varying ws-sub
                   from 1 by 1
               END-PERFORM
               move ws-op-total(ws-op-idx) to ws-dl-total
               if ws-op-total(ws-op-idx) is equal 0
                   move " ZERO" to ws-dl-avg-text
               else
                   move ws-op-avg(ws-op-idx) to ws-dl-avg
               end-if
               move ws-op-rem(ws-op-idx) to ws-ex-rem
               move ws-fiscal-start-month to ws-ex-start-month
               move ws-op-team(ws-op-idx) to ws-ex-team
               move ws-op-cph(ws-op-idx) to ws-ex-cph
               move ws-op-active-months(ws-op-idx)
                   to ws-ex-active-months
               move ws-months-loaded-count to ws-ex-months-loaded

               write extract-line from ws-extract-line

           open input recycle-file.
           move "N" to ws-recycle-eof.
           perform until ws-recycle-eof = "Y"
               read recycle-file
                   at end
                       move "Y" to ws-recycle-eof
               end-read
               if ws-recycle-eof not = "Y"
                   add 1 to ws-recycle-read
                   perform 311-layout-recycle-record
                   perform 15-validate-record
                   if ws-record-valid = "Y"
                       add 1 to ws-recycle-applied
           end-perform.
           close recycle-file.

      *Laying one recycle-rec out into ws-recycle-line and its image
      *  into emp-rec. A record carried forward in the original
      *  103-byte layout has its separator after a 58-byte image and
      *  nothing past its age; its image is laid out the way an
      *  original-layout input-file record is, so it is carried
      *  forward again in the wide layout.
       311-layout-recycle-record.
           if recycle-rec(59:1) = "," and
              recycle-rec(104:27) = spaces
               move recycle-rec to ws-recycle-v1-line
               move ws-rc1-record to ws-layout-raw
               move ws-rc1-reason to ws-rc-reason
               move ws-rc1-age to ws-rc-age
               move "1" to ws-layout-format
           else
               move recycle-rec to ws-recycle-line
               move ws-rc-record to ws-layout-raw
               move "2" to ws-layout-format
           end-if.
           perform 101-layout-input-record.
           move emp-rec to ws-rc-record.

      *Stashing the emp-rec in hand (with the reason 15-validate-
      *  record left in ws-exc-reason and the age the caller set)
      *  into ws-recycle-table for 33-write-recycle-file.
           end-if.

           open output statement-file.
           move "Y" to ws-files-staged.
           move "Y" to ws-stmt-page-first.
           perform varying ws-op-idx
               from 1 by 1
               perform varying ws-recycle-idx
                   from 1 by 1
                   until ws-recycle-idx > ws-recycle-count
                   move ws-rt-record(ws-recycle-idx)(1:6)
                       to ws-rd-op-num
                   move ws-rt-age(ws-recycle-idx) to ws-rd-age
                   move ws-rt-reason(ws-recycle-idx) to ws-rd-reason
               until ws-team-idx > ws-team-count

               move ws-team-code(ws-team-idx) to ws-thl-team-code
               move ws-team-code(ws-team-idx) to ws-tmm-lookup-code
               perform 123-find-team-master
               move ws-tmm-lookup-name to ws-thl-team-name
               move ws-tmm-lookup-cost-center to ws-thl-cost-center
               if ws-tmm-lookup-cost-center = spaces
                   move spaces to ws-thl-cc-label
               else
                   move "Cost Center: " to ws-thl-cc-label
               end-if
               write print-line from ws-team-heading-line
               after advancing 1 lines


           END-PERFORM.

           if ws-team-overflow > 0
               move ws-team-overflow to ws-tov-count
               write print-line from ws-team-overflow-line
               after advancing 2 lines
           end-if.

      *Sending this run's team-month totals to GL. With no GLSENTFILE
      *  the full extract is written every time, as it always was.
      *  With one, the first send for a SITE and REPORTYEAR writes the
      *  full extract as batch 1; every later send (a rerun, or the
      *  next MODE=MONTHLY update) writes only the team-months that
      *  changed to the adjustment file under the next batch number.
      *  Either way the sent history is rewritten and the report
      *  gets a GL reconciliation section.
       66-write-gl-extract.
           perform 660-clear-staged-gl-files.
           move "Y" to ws-files-staged.
           if ws-gl-sent-file-name = spaces
               perform 663-write-full-gl-extract
           else
               perform 661-load-gl-sent-history
               perform 662-post-current-gl-totals
               if ws-gl-keep-overflow = "Y" or ws-glr-overflow = "Y"
                   write print-line from ws-glrec-overflow-line
                   after advancing 2 lines
                   if ws-run-severity < 4
                       move 4 to ws-run-severity
                   end-if
               else
                   if ws-gl-history-found = "N"
                       move 1 to ws-gl-batch
                       perform 663-write-full-gl-extract
                   else
                       compute ws-gl-batch = ws-gl-last-batch + 1
                       perform 664-write-gl-adjustments
                   end-if
                   perform 665-rewrite-gl-sent-history
                   perform 67-print-gl-reconciliation
               end-if
           end-if.

      *Emptying whatever GL extract, adjustments and sent history an
      *  earlier unreleased run left staged, so a release can only ever
      *  publish the GL files this run wrote - A7REL leaves an empty
      *  pending file where it is rather than putting it in place.
      *  Staged statements are emptied the same way by
      *  50-write-statements on a normal run and at the start of
      *  40-run-monthly-update on a monthly run.
       660-clear-staged-gl-files.
           open output gl-file.
           close gl-file.
           open output gl-adjust-file.
           close gl-adjust-file.
           if ws-gl-sent-file-name not = spaces
               open output gl-sent-pend-file
               close gl-sent-pend-file
           end-if.

      *Reading the GL sent history - lines for this SITE and
      *  REPORTYEAR are folded into ws-gl-recon-table as the totals
      *  previously sent (and the highest batch number noted); lines
      *  for any other site or year are held aside to be written
      *  back unchanged.
       661-load-gl-sent-history.
           move "N" to ws-gl-history-found.
           move "N" to ws-glr-overflow.
           move 0 to ws-gl-last-batch.
           move 0 to ws-glr-count.
           move 0 to ws-gl-keep-count.
           move "N" to ws-gl-keep-overflow.

           open input gl-sent-file.
           move "N" to ws-gl-sent-eof.
           perform until ws-gl-sent-eof = "Y"
               read gl-sent-file
                   at end
                       move "Y" to ws-gl-sent-eof
               end-read
               if ws-gl-sent-eof not = "Y"
                   move gl-sent-rec to ws-gl-sent-line
                   if ws-gs-site = ws-site-code and
                      ws-gs-year = ws-report-year
                       move "Y" to ws-gl-history-found
                       if ws-gs-batch is numeric and
                          ws-gs-batch > ws-gl-last-batch
                           move ws-gs-batch to ws-gl-last-batch
                       end-if
                       perform 6611-post-sent-line
                   else
                       if ws-gl-keep-count < 6000
                           add 1 to ws-gl-keep-count
                           move gl-sent-rec
                               to ws-gk-line(ws-gl-keep-count)
                       else
                           move "Y" to ws-gl-keep-overflow
                       end-if
                   end-if
               end-if
           end-perform.
           close gl-sent-file.

      *Posting one history line's team-month as previously sent.
       6611-post-sent-line.
           move ws-gs-team to ws-gl-team.
           perform 6621-find-recon-team.
           move 0 to ws-gl-month-idx.
           perform varying ws-sub
               from 1 by 1
               until ws-sub > ws-number-of-months
               if ws-month-literals(ws-sub) = ws-gs-month
                   move ws-sub to ws-gl-month-idx
               end-if
           end-perform.
           if ws-glr-match-idx not = 0 and ws-gl-month-idx not = 0
               if ws-gs-total is not numeric
                   move 0 to ws-gs-total
               end-if
               if ws-gs-count is not numeric
                   move 0 to ws-gs-count
               end-if
               move ws-gs-total to
                   ws-glr-sent-total(ws-glr-match-idx ws-gl-month-idx)
               move ws-gs-count to
                   ws-glr-sent-count(ws-glr-match-idx ws-gl-month-idx)
           end-if.

      *Posting this run's ws-team-table figures into
      *  ws-gl-recon-table as the totals now being sent.
       662-post-current-gl-totals.
           PERFORM
               varying ws-team-idx
               from 1 by 1
               until ws-team-idx > ws-team-count

               move ws-team-code(ws-team-idx) to ws-gl-team
               perform 6621-find-recon-team
               if ws-glr-match-idx not = 0
                   perform varying ws-sub
                       from 1 by 1
                       until ws-sub > ws-number-of-months
                       move ws-team-calc-total(ws-team-idx ws-sub)
                           to ws-glr-now-total(ws-glr-match-idx ws-sub)
                       move ws-team-calc-count(ws-team-idx ws-sub)
                           to ws-glr-now-count(ws-glr-match-idx ws-sub)
                   end-perform
               end-if

           END-PERFORM.

      *Finding the ws-gl-recon-table entry for the team in
      *  ws-gl-team, adding a zeroed one when the team is new -
      *  ws-glr-match-idx is left 0 when the table is full.
       6621-find-recon-team.
           move 0 to ws-glr-match-idx.
           PERFORM
               varying ws-glr-idx
               from 1 by 1
               until ws-glr-idx > ws-glr-count

               if ws-glr-team(ws-glr-idx) = ws-gl-team
                   set ws-glr-match-idx to ws-glr-idx
               end-if

           END-PERFORM.

           if ws-glr-match-idx = 0
               if ws-glr-count < 1000
                   add 1 to ws-glr-count
                   move ws-glr-count to ws-glr-match-idx
                   move ws-gl-team to ws-glr-team(ws-glr-match-idx)
                   perform varying ws-sub
                       from 1 by 1
                       until ws-sub > ws-number-of-months
                       move 0 to
                           ws-glr-sent-total(ws-glr-match-idx ws-sub)
                       move 0 to
                           ws-glr-sent-count(ws-glr-match-idx ws-sub)
                       move 0 to
                           ws-glr-now-total(ws-glr-match-idx ws-sub)
                       move 0 to
                           ws-glr-now-count(ws-glr-match-idx ws-sub)
                   end-perform
               else
                   move "Y" to ws-glr-overflow
               end-if
           end-if.

      *Writing one gl-file record per team per month from the same
      *  ws-team-table figures 65-print-team-subtotals prints - team
      *  code, fiscal month, total calls, count of operators with
      *  calls - the feed finance's GL chargeback upload consumes.
       663-write-full-gl-extract.
           open output gl-file.

           PERFORM
                   until ws-sub > ws-number-of-months

                   move ws-team-code(ws-team-idx) to ws-gl-team
                   move ws-team-code(ws-team-idx) to ws-tmm-lookup-code
                   perform 123-find-team-master
                   move ws-tmm-lookup-cost-center to ws-gl-cost-center
                   move ws-tmm-lookup-name to ws-gl-team-name
                   move ws-month-literals(ws-sub) to ws-gl-month
                   move ws-team-calc-total(ws-team-idx ws-sub)
                       to ws-gl-total

           close gl-file.

      *Writing the adjustment batch - a header, one net-delta line
      *  for every team-month whose total or operator count differs
      *  from what was last sent (a team no longer in the run
      *  reverses to zero), and a control trailer carrying the
      *  detail count and net calls for finance to balance against.
       664-write-gl-adjustments.
           move 0 to ws-gl-adj-records.
           move 0 to ws-gl-adj-net.
           open output gl-adjust-file.

           accept ws-run-date from date yyyymmdd.
           move ws-gl-batch to ws-gah-batch.
           move ws-site-code to ws-gah-site.
           move ws-report-year to ws-gah-year.
           move ws-run-date to ws-gah-date.
           write gl-adjust-rec from ws-gl-adj-header-line.

           PERFORM
               varying ws-glr-idx
               from 1 by 1
               until ws-glr-idx > ws-glr-count

               PERFORM
                   varying ws-sub
                   from 1 by 1
                   until ws-sub > ws-number-of-months

                   if ws-glr-sent-total(ws-glr-idx ws-sub) not =
                      ws-glr-now-total(ws-glr-idx ws-sub) or
                      ws-glr-sent-count(ws-glr-idx ws-sub) not =
                      ws-glr-now-count(ws-glr-idx ws-sub)
                       move ws-gl-batch to ws-gad-batch
                       move ws-glr-team(ws-glr-idx) to ws-gad-team
                       move ws-month-literals(ws-sub) to ws-gad-month
                       move ws-glr-sent-total(ws-glr-idx ws-sub)
                           to ws-gad-prev-total
                       move ws-glr-now-total(ws-glr-idx ws-sub)
                           to ws-gad-now-total
                       compute ws-gad-delta =
                           ws-glr-now-total(ws-glr-idx ws-sub) -
                           ws-glr-sent-total(ws-glr-idx ws-sub)
                       move ws-glr-now-count(ws-glr-idx ws-sub)
                           to ws-gad-count
                       move ws-glr-team(ws-glr-idx)
                           to ws-tmm-lookup-code
                       perform 123-find-team-master
                       move ws-tmm-lookup-cost-center
                           to ws-gad-cost-center
                       move ws-tmm-lookup-name to ws-gad-team-name
                       write gl-adjust-rec from ws-gl-adj-detail-line
                       add 1 to ws-gl-adj-records
                       add ws-gad-delta to ws-gl-adj-net
                   end-if

               END-PERFORM

           END-PERFORM.

           move ws-gl-batch to ws-gat-batch.
           move ws-gl-adj-records to ws-gat-records.
           move ws-gl-adj-net to ws-gat-net.
           write gl-adjust-rec from ws-gl-adj-trailer-line.
           close gl-adjust-file.

      *Rewriting the GL sent history - every other SITE/REPORTYEAR's
      *  lines as they were read, then this one's team-months as now
      *  sent under this run's batch number, so the next send is
      *  compared against what finance actually holds. Written to the
      *  pending history, which only replaces the live one when A7REL
      *  releases the run - an unapproved send is never taken as held.
       665-rewrite-gl-sent-history.
           open output gl-sent-pend-file.

           PERFORM
               varying ws-gl-keep-idx
               from 1 by 1
               until ws-gl-keep-idx > ws-gl-keep-count

               write gl-sent-pend-rec from ws-gk-line(ws-gl-keep-idx)

           END-PERFORM.

           PERFORM
               varying ws-glr-idx
               from 1 by 1
               until ws-glr-idx > ws-glr-count

               PERFORM
                   varying ws-sub
                   from 1 by 1
                   until ws-sub > ws-number-of-months

                   move ws-site-code to ws-gs-site
                   move ws-report-year to ws-gs-year
                   move ws-gl-batch to ws-gs-batch
                   move ws-glr-team(ws-glr-idx) to ws-gs-team
                   move ws-month-literals(ws-sub) to ws-gs-month
                   move ws-glr-now-total(ws-glr-idx ws-sub)
                       to ws-gs-total
                   move ws-glr-now-count(ws-glr-idx ws-sub)
                       to ws-gs-count
                   write gl-sent-pend-rec from ws-gl-sent-line

               END-PERFORM

           END-PERFORM.

           close gl-sent-pend-file.

      *Printing the GL reconciliation section - per team, the calls
      *  previously sent to GL for this SITE and REPORTYEAR, the
      *  calls sent now, the difference and how many of the team's
      *  months changed, closed by the same figures for the whole
      *  send - so "why did CS1 March change" is answered from the
      *  report instead of from two uploads.
       67-print-gl-reconciliation.
           move ws-gl-batch to ws-grh-batch.
           if ws-gl-history-found = "N"
               move "First Send - Full GL Extract Written"
                   to ws-grh-kind
           else
               move "Adjustment File Written" to ws-grh-kind
           end-if.
           write print-line from ws-glrec-heading
           after advancing 2 lines.
           write print-line from ws-glrec-column-heading
           after advancing 2 lines.

           move 0 to ws-gl-all-sent.
           move 0 to ws-gl-all-now.
           move 0 to ws-gl-adj-records.
           PERFORM
               varying ws-glr-idx
               from 1 by 1
               until ws-glr-idx > ws-glr-count

               move 0 to ws-gl-team-sent
               move 0 to ws-gl-team-now
               move 0 to ws-gl-team-changed
               perform varying ws-sub
                   from 1 by 1
                   until ws-sub > ws-number-of-months
                   add ws-glr-sent-total(ws-glr-idx ws-sub)
                       to ws-gl-team-sent
                   add ws-glr-now-total(ws-glr-idx ws-sub)
                       to ws-gl-team-now
                   if ws-glr-sent-total(ws-glr-idx ws-sub) not =
                      ws-glr-now-total(ws-glr-idx ws-sub) or
                      ws-glr-sent-count(ws-glr-idx ws-sub) not =
                      ws-glr-now-count(ws-glr-idx ws-sub)
                       add 1 to ws-gl-team-changed
                   end-if
               end-perform
               add ws-gl-team-sent to ws-gl-all-sent
               add ws-gl-team-now to ws-gl-all-now
               add ws-gl-team-changed to ws-gl-adj-records

               move ws-glr-team(ws-glr-idx) to ws-grl-team
               move ws-gl-team-sent to ws-grl-sent
               move ws-gl-team-now to ws-grl-now
               compute ws-grl-diff = ws-gl-team-now - ws-gl-team-sent
               move ws-gl-team-changed to ws-grl-changed
               write print-line from ws-glrec-line
               after advancing 1 lines

           END-PERFORM.

           move "All" to ws-grl-team.
           move ws-gl-all-sent to ws-grl-sent.
           move ws-gl-all-now to ws-grl-now.
           compute ws-grl-diff = ws-gl-all-now - ws-gl-all-sent.
           move ws-gl-adj-records to ws-grl-changed.
           write print-line from ws-glrec-line
           after advancing 2 lines.

      *Printing the run-level control total reconciliation block - the
      *  expected record count/call total a supervisor set in
      *  A7-Params.dat (EXPECTEDRECS/EXPECTEDCALLS) against what this
      *Grading the finished normal run - fatal when it produced no
      *  valid records at all (an empty or unreadable input leaves
      *  the GL feed worthless), a warning when the reconciliation
      *  mismatched, rejects ran past REJECTTOL, active roster
      *  operators never showed up in the input, or the suspect-value
      *  screen flagged months nobody has confirmed.
       79-grade-return-code.
           evaluate true
               when ws-records-valid = 0
                   move 8 to ws-run-severity
               when ws-team-master-overflow > 0
                   move 8 to ws-run-severity
               when ws-run-reco-result = "MISMATCH"
                   move 4 to ws-run-severity
               when ws-records-rejected > ws-reject-tolerance
                   move 4 to ws-run-severity
               when ws-roster-missing > 0
                   move 4 to ws-run-severity
               when ws-suspect-count > 0
                   move 4 to ws-run-severity
               when other
                   continue
           end-evaluate.

      *Printing the staging notice - the GL feed and statements this
      *  run wrote are sitting under their pending names until a
      *  supervisor approves the run's ledger entry and A7REL releases
      *  them; a run graded at warning or worse is told up front that
      *  no approval will release it.
       69-print-staging-notice.
           write print-line from ws-staging-line
           after advancing 2 lines.
           if ws-run-severity >= 4
               move ws-run-severity to ws-sr-rc
               write print-line from ws-staging-refused-line
               after advancing 1 lines
           end-if.

      *Scanning the run ledger for an earlier run in this mode for
      *  the same SITE and REPORTYEAR and printing a warning line
      *  when one is found - the same courtesy the archive's

      *Appending this execution's line of history onto the run
      *  ledger - timestamp, mode, scope, input file, counts, call
      *  total, reconciliation outcome and return code - so a
      *  MODE=YEAREND close, or its refusal, is on the record like
      *  any other run. Called once per execution
      *  from 000-Main whatever the mode; the count and total
      *  columns simply stay zero for modes that do not read
      *  input-file.
           evaluate ws-mode
               when "MONTHLY"
                   move ws-monthly-file-name to ws-lg-input
               when "YEAREND"
                   move ws-ytd-file-name to ws-lg-input
               when "TREND"
                   move ws-year1-file to ws-lg-input
               when "CONSOLIDATE"
           end-if.
           move ws-total-of-total to ws-lg-total.
           move ws-run-reco-result to ws-lg-reco.
           move ws-run-severity to ws-lg-rc.

           open extend ledger-file.
           write ledger-rec from ws-ledger-line.
           close ledger-file.

      *    the supervisor approves this exact ledger entry, so give
      *      its timestamp to whoever is watching the run
           if ws-files-staged = "Y"
               display "A7: GL feed/statements staged pending sign-off"
                       " - ledger entry " ws-lg-date " " ws-lg-time
           end-if.

      *Bursting the report into one supervisor packet per team, in
      *  team-code order - each packet its own print file named by
      *  the team code, starting on a new page with the site, team,
      *  supervisor and page number repeated on every page, and
      *  closing with the team's subtotal, below-threshold alert
      *  entries and leaderboard positions - then the distribution
      *  index listing every packet with its page and operator
      *  counts.
       68-write-team-packets.
           open output packet-index-file.
           move ws-report-year to ws-pkih-year.
           move ws-site-code to ws-pkih-site.
           write packet-index-line from ws-pk-index-heading
           after advancing page.
           write packet-index-line from ws-pk-index-column-heading
           after advancing 2 lines.

           move 0 to ws-pk-packet-count.
           move 0 to ws-pk-total-pages.
           move 0 to ws-pk-total-ops.
           move low-values to ws-pk-team-code.
           move "N" to ws-pk-team-done.
           perform until ws-pk-team-done = "Y"

      *        next team code up from the one just written - the
      *          team table is in first-seen order, not code order
               move 0 to ws-pk-team-idx
               perform varying ws-team-idx
                   from 1 by 1
                   until ws-team-idx > ws-team-count
                   if ws-team-code(ws-team-idx) > ws-pk-team-code
                       if ws-pk-team-idx = 0
                           move ws-team-idx to ws-pk-team-idx
                       else
                           if ws-team-code(ws-team-idx) <
                              ws-team-code(ws-pk-team-idx)
                               move ws-team-idx to ws-pk-team-idx
                           end-if
                       end-if
                   end-if
               end-perform

               if ws-pk-team-idx = 0
                   move "Y" to ws-pk-team-done
               else
                   move ws-team-code(ws-pk-team-idx) to ws-pk-team-code
                   perform 681-write-one-packet
               end-if

           end-perform.

           move ws-pk-packet-count to ws-pkit-packets.
           move ws-pk-total-pages to ws-pkit-pages.
           move ws-pk-total-ops to ws-pkit-ops.
           write packet-index-line from ws-pk-index-total-line
           after advancing 2 lines.
           close packet-index-file.

      *Writing the packet for team ws-pk-team-code (entry
      *  ws-pk-team-idx of ws-team-table) to its own print file and
      *  adding its line to the distribution index. Operators are
      *  placed on the packet of the team on their record - where
      *  they are now - and come out in operator-number order.
       681-write-one-packet.
           move ws-pk-team-code to ws-tmm-lookup-code.
           perform 123-find-team-master.
           move ws-tmm-lookup-supervisor to ws-pk-supervisor.
           if ws-tmm-lookup-site = spaces
               move ws-site-code to ws-pk-site
           else
               move ws-tmm-lookup-site to ws-pk-site
           end-if.

           move ws-pk-team-code to ws-pk-file-team.
           if ws-pk-team-code = spaces
               move "NOTEAM" to ws-pk-file-team
           end-if.
           move spaces to ws-packet-file-name.
           string ws-packet-prefix delimited by space
                  ws-pk-file-team delimited by space
                  ".out" delimited by size
               into ws-packet-file-name
           end-string.

           open output packet-file.
           move 0 to ws-pk-page-count.
           move 0 to ws-pk-op-count.
           perform 682-start-packet-page.

           move low-values to ws-pk-last-op.
           move "N" to ws-pk-op-done.
           perform until ws-pk-op-done = "Y"
               move 0 to ws-pk-best-idx
               perform varying ws-op-idx
                   from 1 by 1
                   until ws-op-idx > ws-op-count
                   if ws-op-team(ws-op-idx) = ws-pk-team-code and
                      ws-op-num(ws-op-idx) > ws-pk-last-op
                       if ws-pk-best-idx = 0
                           move ws-op-idx to ws-pk-best-idx
                       else
                           if ws-op-num(ws-op-idx) <
                              ws-op-num(ws-pk-best-idx)
                               move ws-op-idx to ws-pk-best-idx
                           end-if
                       end-if
                   end-if
               end-perform
               if ws-pk-best-idx = 0
                   move "Y" to ws-pk-op-done
               else
                   move ws-op-num(ws-pk-best-idx) to ws-pk-last-op
                   add 1 to ws-pk-op-count
                   set ws-op-idx to ws-pk-best-idx
                   perform 684-write-packet-detail
               end-if
           end-perform.

           perform 685-write-packet-subtotal.
           perform 686-write-packet-alerts.
           perform 687-write-packet-leaderboard.
           close packet-file.

           add 1 to ws-pk-packet-count.
           add ws-pk-page-count to ws-pk-total-pages.
           add ws-pk-op-count to ws-pk-total-ops.
           move ws-pk-team-code to ws-pki-team-code.
           move ws-pk-supervisor to ws-pki-supervisor.
           move ws-pk-page-count to ws-pki-pages.
           move ws-pk-op-count to ws-pki-ops.
           move ws-packet-file-name to ws-pki-file-name.
           write packet-index-line from ws-pk-index-line
           after advancing 1 lines.

      *Starting a new packet page - page heading and the report's own
      *  column headings, so a page pulled from the middle still
      *  reads on its own.
       682-start-packet-page.
           add 1 to ws-pk-page-count.
           move ws-pk-site to ws-pkh-site.
           move ws-pk-team-code to ws-pkh-team-code.
           move ws-tmm-lookup-name to ws-pkh-team-name.
           move ws-pk-supervisor to ws-pkh-supervisor.
           move ws-pk-page-count to ws-pkh-page.
           write packet-line from ws-pk-page-heading
           after advancing page.
           write packet-line from ws-report-heading
           after advancing 1 lines.
           write packet-line from ws-heading-line1
           after advancing 2 lines.
           write packet-line from ws-heading-line2
           after advancing 1 lines.
           move 5 to ws-pk-line-count.

      *Writing ws-pk-print-buffer as the next packet line, breaking to
      *  a new page first when this one is full.
       683-write-packet-line.
           if ws-pk-line-count >= ws-packet-page-lines
               perform 682-start-packet-page
           end-if.
           write packet-line from ws-pk-print-buffer
           after advancing 1 lines.
           add 1 to ws-pk-line-count.
           move spaces to ws-pk-print-buffer.

      *Writing operator ws-op-idx's detail line to the packet - the
      *  same line the combined report printed for them.
       684-write-packet-detail.
           move ws-op-num(ws-op-idx) to ws-dl-num.
           move ws-op-name(ws-op-idx) to ws-dl-name.
           if ws-op-active-months(ws-op-idx) < ws-months-loaded-count
               move "*" to ws-dl-partial-flag
           else
               move spaces to ws-dl-partial-flag
           end-if.
           if ws-op-transferred(ws-op-idx) = "Y"
               move "TRANSFER" to ws-dl-transfer-flag
           else
               move spaces to ws-dl-transfer-flag
           end-if.
           perform varying ws-sub
               from 1 by 1
               until ws-sub > ws-number-of-months
               move ws-op-months(ws-op-idx ws-sub)
                   to ws-dl-months(ws-sub)
           end-perform.
           move ws-op-total(ws-op-idx) to ws-dl-total.
           if ws-op-total(ws-op-idx) is equal 0
               move " ZERO" to ws-dl-avg-text
           else
               move ws-op-avg(ws-op-idx) to ws-dl-avg
           end-if.
           move ws-op-rem(ws-op-idx) to ws-dl-rem.
           move ws-op-cph(ws-op-idx) to ws-dl-cph.
           move ws-detail-line to ws-pk-print-buffer.
           perform 683-write-packet-line.

      *Writing the team's subtotal block - the same figures
      *  65-print-team-subtotals printed for it on the combined
      *  report, transferred-in months included.
       685-write-packet-subtotal.
           perform 683-write-packet-line.
           move ws-pk-subtotal-heading to ws-pk-print-buffer.
           perform 683-write-packet-line.
           perform varying ws-sub
               from 1 by 1
               until ws-sub > ws-number-of-months
               move ws-team-calc-total(ws-pk-team-idx ws-sub)
                   to ws-tl-months(ws-sub)
               if ws-team-calc-count(ws-pk-team-idx ws-sub) = 0
                   move 0 to ws-al-months(ws-sub)
               else
                   compute ws-calls-avg-calc =
                       ws-team-calc-total(ws-pk-team-idx ws-sub) /
                       ws-team-calc-count(ws-pk-team-idx ws-sub)
                   move ws-calls-avg-calc to ws-al-months(ws-sub)
               end-if
           end-perform.
           move ws-team-overall-total(ws-pk-team-idx) to ws-tl-total.
           move ws-team-overall-avg(ws-pk-team-idx) to ws-tl-avg.
           move ws-team-overall-rem(ws-pk-team-idx) to ws-tl-rem.
           move ws-total-line to ws-pk-print-buffer.
           perform 683-write-packet-line.
           move ws-average-line to ws-pk-print-buffer.
           perform 683-write-packet-line.

      *Writing the team's entries from the below-threshold alert -
      *  the same prorated threshold 70-below-threshold-alert uses.
       686-write-packet-alerts.
           perform 683-write-packet-line.
           move ws-min-calls-threshold to ws-ah-threshold.
           move ws-alert-heading to ws-pk-print-buffer.
           perform 683-write-packet-line.
           move ws-alert-column-heading to ws-pk-print-buffer.
           perform 683-write-packet-line.

           move 0 to ws-pk-alert-count.
           perform varying ws-op-idx
               from 1 by 1
               until ws-op-idx > ws-op-count
               if ws-op-team(ws-op-idx) = ws-pk-team-code
                   perform 701-compute-alert-threshold
                   if ws-op-avg(ws-op-idx) < ws-alert-eff-threshold
                       add 1 to ws-pk-alert-count
                       move ws-op-num(ws-op-idx) to ws-ba-op-num
                       move ws-op-name(ws-op-idx) to ws-ba-op-name
                       if ws-op-active-months(ws-op-idx) <
                          ws-months-loaded-count
                           move "*" to ws-ba-partial-flag
                       else
                           move spaces to ws-ba-partial-flag
                       end-if
                       move ws-op-avg(ws-op-idx) to ws-ba-op-avg
                       move ws-op-cph(ws-op-idx) to ws-ba-op-cph
                       move ws-alert-line to ws-pk-print-buffer
                       perform 683-write-packet-line
                   end-if
               end-if
           end-perform.

           if ws-pk-alert-count = 0
               move ws-alert-none-line to ws-pk-print-buffer
               perform 683-write-packet-line
           end-if.

      *Writing where each of the team's full-year operators stands on
      *  the shop-wide leaderboard, best first - the same ranking
      *  80-print-leaderboard prints, by average calls with ties to
      *  the operator read first, partial-year operators left off.
       687-write-packet-leaderboard.
           move 0 to ws-pk-ranked-count.
           perform varying ws-op-idx
               from 1 by 1
               until ws-op-idx > ws-op-count
               move "N" to ws-lb-picked(ws-op-idx)
               if ws-op-active-months(ws-op-idx) >=
                  ws-months-loaded-count
                   add 1 to ws-pk-ranked-count
               end-if
           end-perform.

           perform 683-write-packet-line.
           move ws-pk-ranked-count to ws-pklh-ranked.
           move ws-pk-lb-heading to ws-pk-print-buffer.
           perform 683-write-packet-line.
           move ws-leaderboard-column-heading to ws-pk-print-buffer.
           perform 683-write-packet-line.

           move 0 to ws-pk-alert-count.
           move "N" to ws-pk-op-done.
           perform until ws-pk-op-done = "Y"
               move 0 to ws-pk-best-idx
               move -1 to ws-lb-best-avg
               perform varying ws-op-idx
                   from 1 by 1
                   until ws-op-idx > ws-op-count
                   if ws-op-team(ws-op-idx) = ws-pk-team-code and
                      ws-lb-picked(ws-op-idx) = "N" and
                      ws-op-active-months(ws-op-idx) >=
                          ws-months-loaded-count and
                      ws-op-avg(ws-op-idx) > ws-lb-best-avg
                       move ws-op-idx to ws-pk-best-idx
                       move ws-op-avg(ws-op-idx) to ws-lb-best-avg
                   end-if
               end-perform
               if ws-pk-best-idx = 0
                   move "Y" to ws-pk-op-done
               else
                   move "Y" to ws-lb-picked(ws-pk-best-idx)
                   add 1 to ws-pk-alert-count
                   perform 6871-compute-shop-position
                   move ws-pk-position to ws-pkl-rank
                   move ws-op-num(ws-pk-best-idx) to ws-pkl-op-num
                   move ws-op-name(ws-pk-best-idx) to ws-pkl-op-name
                   move ws-op-avg(ws-pk-best-idx) to ws-pkl-op-avg
                   move ws-op-cph(ws-pk-best-idx) to ws-pkl-op-cph
                   move ws-pk-lb-line to ws-pk-print-buffer
                   perform 683-write-packet-line
               end-if
           end-perform.

           if ws-pk-alert-count = 0
               move ws-pk-lb-none-line to ws-pk-print-buffer
               perform 683-write-packet-line
           end-if.

      *Working out operator ws-pk-best-idx's shop-wide leaderboard
      *  position - one more than the full-year operators ahead of
      *  them, an equal average counting as ahead when read first.
       6871-compute-shop-position.
           move 1 to ws-pk-position.
           perform varying ws-pk-scan-idx
               from 1 by 1
               until ws-pk-scan-idx > ws-op-count
               if ws-op-active-months(ws-pk-scan-idx) >=
                  ws-months-loaded-count
                   if ws-op-avg(ws-pk-scan-idx) >
                      ws-op-avg(ws-pk-best-idx)
                       add 1 to ws-pk-position
                   else
                       if ws-op-avg(ws-pk-scan-idx) =
                          ws-op-avg(ws-pk-best-idx) and
                          ws-pk-scan-idx < ws-pk-best-idx
                           add 1 to ws-pk-position
                       end-if
                   end-if
               end-if
           end-perform.

      *Printing every operator from ws-operator-table whose average
      *  falls under ws-min-calls-threshold - coaching candidates,
      *  as opposed to 60-calculate-operatores' zero-call edge case.
               from 1 by 1
               until ws-op-idx > ws-op-count

               perform 701-compute-alert-threshold
               if ws-op-avg(ws-op-idx) < ws-alert-eff-threshold
                   add 1 to ws-alert-count
                   move ws-op-num(ws-op-idx) to ws-ba-op-num
               write print-line from ws-alert-none-line
           end-if.

      *Working out the threshold operator ws-op-idx is measured
      *  against - a partial-year operator is measured against the
      *  threshold prorated to their active months, so the section
      *  stops filling up with June hires every year.
       701-compute-alert-threshold.
           if ws-months-loaded-count = 0
               move ws-min-calls-threshold
                   to ws-alert-eff-threshold
           else
               compute ws-alert-eff-threshold rounded =
                   (ws-min-calls-threshold *
                    ws-op-active-months(ws-op-idx)) /
                   ws-months-loaded-count
           end-if.

      *Printing the top-N and bottom-N operators by average calls from
      *  ws-operator-table (N from ws-leaderboard-n/LEADERBOARDN), for
      *  quarterly recognition and coaching reviews - selection-sorts
                  or ws-lb-rank > ws-op-count

               move 0 to ws-lb-best-idx
               move 100000 to ws-lb-best-avg
               perform varying ws-op-idx
                   from 1 by 1
                   until ws-op-idx > ws-op-count
      *  an input correction, say) cannot double-count every
      *  operator's history; the report notes the skip instead.
       85-append-archive-records.
           perform 852-check-archive-year.

           if ws-archive-year-found = "Y"
               move ws-report-year to ws-ask-year
               move ws-op-total(ws-op-idx) to ark-total
               move ws-op-avg(ws-op-idx) to ark-avg
               move ws-op-team(ws-op-idx) to ark-team
               perform varying ws-sub
                   from 1 by 1
                   until ws-sub > ws-number-of-months
                   move ws-op-months(ws-op-idx ws-sub)
                       to ark-months(ws-sub)
               end-perform
               write archive-rec
                   invalid key
                       continue

           close archive-file.

      *Scanning archive-file for any row already filed under
      *  REPORTYEAR, leaving the answer in ws-archive-year-found -
      *  shared by the archive append and the MODE=YEAREND close,
      *  which refuses a year that has already been filed.
       852-check-archive-year.
           move "N" to ws-archive-year-found.
           move "N" to ws-archive-eof.
           open input archive-file.
           read archive-file next record
               at end
                   move "Y" to ws-archive-eof
           end-read.
           perform until ws-archive-eof = "Y" or
                         ws-archive-year-found = "Y"
               perform 89-parse-archive-line
               if ws-av-year = ws-report-year
                   move "Y" to ws-archive-year-found
               end-if
               read archive-file next record
                   at end
                       move "Y" to ws-archive-eof
               end-read
           end-perform.
           close archive-file.

      *Running the MODE=ARCHIVE multi-year history listing - prints
      *  every archive-file entry for one operator (ARCHIVEOP
      *  parameter) or, when ARCHIVEOP is left blank, for the whole
           move ark-total to ws-av-total.
           move ark-avg to ws-av-avg.
           move ark-team to ws-av-team.
           perform varying ws-sub
               from 1 by 1
               until ws-sub > ws-number-of-months
               if ark-months(ws-sub) is numeric
                   move ark-months(ws-sub) to ws-av-months(ws-sub)
               else
                   move 0 to ws-av-months(ws-sub)
               end-if
           end-perform.

      *Reading the prior run's roster snapshot and printing the
      *  "Roster Changes Since Last Run" section - one line per
               write print-line from ws-roster-none-line
           end-if.

      *Screening every loaded month of every operator for values that
      *  look wrong against the operator's own history - more than
      *  SUSPECTFACTOR times their monthly average from the archive
      *  and their other loaded months (the team's average for the
      *  month when they have neither), or a drop to zero between
      *  months with calls. Suspect values are listed, not rejected,
      *  and count into the graded return code unless SUSPECTOVERRIDE
      *  confirms them. The caller sets ws-sx-source and
      *  ws-sx-op-count for the table being screened.
       57-screen-suspect-values.
           move 0 to ws-suspect-count.
           move 0 to ws-suspect-confirmed.
           move 0 to ws-so-count.
           if ws-suspect-ovr-file-name not = spaces
               perform 571-load-suspect-overrides
           end-if.
           move 0 to ws-hx-count.
           move 0 to ws-hx-overflow-count.
           if ws-archive-file-name not = spaces
               perform 572-load-suspect-history
           end-if.

           write print-line from ws-suspect-heading
           after advancing 2 lines.
           write print-line from ws-suspect-column-heading.

           perform varying ws-sx-op-idx
               from 1 by 1
               until ws-sx-op-idx > ws-sx-op-count
               perform 573-screen-one-operator
           end-perform.

           if ws-suspect-count = 0
               write print-line from ws-suspect-none-line
           end-if.
           move ws-suspect-count to ws-st-suspects.
           move ws-suspect-confirmed to ws-st-confirmed.
           move ws-suspect-factor to ws-st-factor.
           write print-line from ws-suspect-total-line
           after advancing 1 lines.
           if ws-hx-overflow-count > 0
               move ws-hx-overflow-count to ws-hxo-count
               write print-line from ws-hx-overflow-line
               after advancing 1 lines
           end-if.

      *Reading the supervisor's override file - the confirmations for
      *  this REPORTYEAR are kept; a line with a blank operator, an
      *  unknown month or a non-numeric count confirms nothing.
       571-load-suspect-overrides.
           move "N" to ws-so-eof.
           open input suspect-override-file.
           perform until ws-so-eof = "Y"
               read suspect-override-file
                   at end
                       move "Y" to ws-so-eof
               end-read
               if ws-so-eof not = "Y" and ws-so-count < 2000
                   move spaces to ws-so-fields
                   unstring suspect-override-rec delimited by ","
                       into ws-so-in-num
                            ws-so-in-year
                            ws-so-in-month
                            ws-so-in-calls
                            ws-so-in-by
                   end-unstring
                   move ws-so-in-calls to ws-param-value
                   perform 0431-scan-numeric-value
                   if ws-so-in-num not = spaces and
                      ws-so-in-year = ws-report-year and
                      ws-param-value-ok = "Y"
                       add 1 to ws-so-count
                       move ws-so-in-num to ws-so-num(ws-so-count)
                       move ws-so-in-month to ws-so-month(ws-so-count)
                       compute ws-so-calls(ws-so-count) =
                           function numval(ws-so-in-calls)
                   end-if
               end-if
           end-perform.
           close suspect-override-file.

      *Totalling each operator's archive history for the fiscal years
      *  before REPORTYEAR - the year being reported is left out, so a
      *  rerun is never judged against its own earlier archiving. A
      *  record with no monthly detail counts as a full year's months.
       572-load-suspect-history.
           move "N" to ws-hx-eof.
           open input archive-file.
           read archive-file next record
               at end
                   move "Y" to ws-hx-eof
           end-read.
           perform until ws-hx-eof = "Y"
               perform 89-parse-archive-line
               if ws-av-year < ws-report-year
                   perform 5721-post-suspect-history
               end-if
               read archive-file next record
                   at end
                       move "Y" to ws-hx-eof
               end-read
           end-perform.
           close archive-file.

      *Adding one archive year into the operator's ws-hx-entry,
      *  starting a new entry the first time the operator is seen -
      *  or, with the table full, counting the record as left out.
       5721-post-suspect-history.
           move 0 to ws-hx-match-idx.
           if ws-hx-count > 0
               search all ws-hx-entry
                   at end
                       continue
                   when ws-hx-num(ws-hx-idx) = ws-av-num
                       set ws-hx-match-idx to ws-hx-idx
               end-search
           end-if.
           if ws-hx-match-idx = 0
               if ws-hx-count < 5000
                   perform 5722-insert-suspect-history
               else
                   add 1 to ws-hx-overflow-count
               end-if
           end-if.

           if ws-hx-match-idx > 0
               move 0 to ws-sx-found-months
               perform varying ws-sub
                   from 1 by 1
                   until ws-sub > ws-number-of-months
                   if ws-av-months(ws-sub) > 0
                       add 1 to ws-sx-found-months
                   end-if
               end-perform
               if ws-sx-found-months = 0 and ws-av-total > 0
                   move ws-number-of-months to ws-sx-found-months
               end-if
               add ws-av-total to ws-hx-total(ws-hx-match-idx)
               add ws-sx-found-months to ws-hx-months(ws-hx-match-idx)
           end-if.

      *Inserting a new operator entry into ws-suspect-history-table in
      *  operator-number order under ws-av-num, shifting greater
      *  entries up one - the same sorted-insert-for-SEARCH-ALL
      *  technique as 45-insert-ytd-operator. Leaves ws-hx-match-idx
      *  pointing at the inserted (zeroed) entry.
       5722-insert-suspect-history.
           add 1 to ws-hx-count.
           move ws-hx-count to ws-hx-shift-idx.
           move "N" to ws-hx-shift-done.
           perform until ws-hx-shift-done = "Y"
               if ws-hx-shift-idx = 1
                   move "Y" to ws-hx-shift-done
               else
                   if ws-hx-num(ws-hx-shift-idx - 1) > ws-av-num
                       move ws-hx-entry(ws-hx-shift-idx - 1)
                           to ws-hx-entry(ws-hx-shift-idx)
                       subtract 1 from ws-hx-shift-idx
                   else
                       move "Y" to ws-hx-shift-done
                   end-if
               end-if
           end-perform.
           move ws-av-num to ws-hx-num(ws-hx-shift-idx).
           move 0 to ws-hx-total(ws-hx-shift-idx).
           move 0 to ws-hx-months(ws-hx-shift-idx).
           move ws-hx-shift-idx to ws-hx-match-idx.

      *Screening one operator - their archive history and this year's
      *  loaded months with calls are totalled once, then each loaded
      *  month is judged by 574-screen-one-month.
       573-screen-one-operator.
           move ws-sx-op-idx to ws-sx-fetch-idx.
           perform 5731-fetch-screen-operator.
           move ws-sf-entry to ws-sx-entry.

           move 0 to ws-sx-arch-total.
           move 0 to ws-sx-arch-months.
           move 0 to ws-sx-arch-avg.
           if ws-hx-count > 0
               search all ws-hx-entry
                   at end
                       continue
                   when ws-hx-num(ws-hx-idx) = ws-sx-num
                       move ws-hx-total(ws-hx-idx) to ws-sx-arch-total
                       move ws-hx-months(ws-hx-idx)
                           to ws-sx-arch-months
               end-search
           end-if.
           if ws-sx-arch-months > 0
               compute ws-sx-arch-avg rounded =
                   ws-sx-arch-total / ws-sx-arch-months
           end-if.

           move 0 to ws-sx-year-total.
           move 0 to ws-sx-year-months.
           perform varying ws-sub
               from 1 by 1
               until ws-sub > ws-number-of-months
               if ws-month-loaded(ws-sub) = "Y" and
                  ws-sx-months(ws-sub) > 0
                   add ws-sx-months(ws-sub) to ws-sx-year-total
                   add 1 to ws-sx-year-months
               end-if
           end-perform.

           perform varying ws-sx-month
               from 1 by 1
               until ws-sx-month > ws-number-of-months
               if ws-month-loaded(ws-sx-month) = "Y"
                   perform 574-screen-one-month
               end-if
           end-perform.

      *Laying entry ws-sx-fetch-idx of the table being screened out
      *  in ws-sf-entry.
       5731-fetch-screen-operator.
           if ws-sx-source = "M"
               move ws-yt-num(ws-sx-fetch-idx) to ws-sf-num
               move ws-yt-name(ws-sx-fetch-idx) to ws-sf-name
               move ws-yt-team(ws-sx-fetch-idx) to ws-sf-team
               perform varying ws-sub
                   from 1 by 1
                   until ws-sub > ws-number-of-months
                   move ws-yt-months(ws-sx-fetch-idx ws-sub)
                       to ws-sf-months(ws-sub)
               end-perform
           else
               move ws-op-num(ws-sx-fetch-idx) to ws-sf-num
               move ws-op-name(ws-sx-fetch-idx) to ws-sf-name
               move ws-op-team(ws-sx-fetch-idx) to ws-sf-team
               perform varying ws-sub
                   from 1 by 1
                   until ws-sub > ws-number-of-months
                   move ws-op-months(ws-sx-fetch-idx ws-sub)
                       to ws-sf-months(ws-sub)
               end-perform
           end-if.

      *Judging one loaded month. The average it is held against comes
      *  from the archive plus the operator's other months with calls
      *  this year, from those other months alone when there is no
      *  archive history, or from the team's average for the month
      *  when the operator has neither. A month over SUSPECTFACTOR
      *  times that average fails HIGH; a zero month with calls
      *  before it (this year or in the archive) and after it this
      *  year fails ZERO.
       574-screen-one-month.
           move spaces to ws-sx-test.
           move ws-sx-months(ws-sx-month) to ws-sx-calls.

           move ws-sx-year-total to ws-sx-other-total.
           move ws-sx-year-months to ws-sx-other-months.
           if ws-sx-calls > 0
               subtract ws-sx-calls from ws-sx-other-total
               subtract 1 from ws-sx-other-months
           end-if.
           move 0 to ws-sx-other-avg.
           if ws-sx-other-months > 0
               compute ws-sx-other-avg rounded =
                   ws-sx-other-total / ws-sx-other-months
           end-if.

           evaluate true
               when ws-sx-arch-months > 0
                   move "ARCHIVE" to ws-sx-basis
                   compute ws-sx-baseline rounded =
                       (ws-sx-arch-total + ws-sx-other-total) /
                       (ws-sx-arch-months + ws-sx-other-months)
               when ws-sx-other-months > 0
                   move "YEAR" to ws-sx-basis
                   move ws-sx-other-avg to ws-sx-baseline
               when other
                   move "TEAM" to ws-sx-basis
                   perform 575-compute-team-month-avg
           end-evaluate.
           compute ws-sx-limit = ws-sx-baseline * ws-suspect-factor.

           if ws-sx-baseline > 0 and ws-sx-calls > ws-sx-limit
               move "HIGH" to ws-sx-test
           end-if.
           if ws-sx-calls = 0
               perform 576-check-mid-tenure-zero
           end-if.

           if ws-sx-test not = spaces
               perform 577-check-suspect-override
               if ws-sx-confirmed = "Y"
                   add 1 to ws-suspect-confirmed
               else
                   add 1 to ws-suspect-count
                   perform 578-print-suspect-line
               end-if
           end-if.

      *Averaging the month across the operator's teammates who had
      *  calls in it - the fallback for an operator with no history
      *  of their own to be judged against.
       575-compute-team-month-avg.
           move 0 to ws-sx-team-total.
           move 0 to ws-sx-team-ops.
           perform varying ws-sx-scan-idx
               from 1 by 1
               until ws-sx-scan-idx > ws-sx-op-count
               if ws-sx-scan-idx not = ws-sx-op-idx
                   move ws-sx-scan-idx to ws-sx-fetch-idx
                   perform 5731-fetch-screen-operator
                   if ws-sf-team = ws-sx-team and
                      ws-sf-months(ws-sx-month) > 0
                       add ws-sf-months(ws-sx-month)
                           to ws-sx-team-total
                       add 1 to ws-sx-team-ops
                   end-if
               end-if
           end-perform.
           move 0 to ws-sx-baseline.
           if ws-sx-team-ops > 0
               compute ws-sx-baseline rounded =
                   ws-sx-team-total / ws-sx-team-ops
           end-if.

      *Deciding whether a zero month falls inside the operator's
      *  tenure - calls before it, this year or in the archive, and
      *  calls after it this year - rather than before a hire or after
      *  a leaving.
       576-check-mid-tenure-zero.
           move "N" to ws-sx-calls-before.
           move "N" to ws-sx-calls-after.
           if ws-sx-arch-months > 0
               move "Y" to ws-sx-calls-before
           end-if.
           perform varying ws-sub
               from 1 by 1
               until ws-sub > ws-number-of-months
               if ws-month-loaded(ws-sub) = "Y" and
                  ws-sx-months(ws-sub) > 0
                   if ws-sub < ws-sx-month
                       move "Y" to ws-sx-calls-before
                   end-if
                   if ws-sub > ws-sx-month
                       move "Y" to ws-sx-calls-after
                   end-if
               end-if
           end-perform.
           if ws-sx-calls-before = "Y" and ws-sx-calls-after = "Y"
               move "ZERO" to ws-sx-test
           end-if.

      *Looking the flagged value up on the supervisor's overrides - it
      *  is confirmed only while the count is still the one confirmed,
      *  so a corrected resend of the month is screened afresh.
       577-check-suspect-override.
           move "N" to ws-sx-confirmed.
           perform varying ws-so-idx
               from 1 by 1
               until ws-so-idx > ws-so-count
               if ws-so-num(ws-so-idx) = ws-sx-num and
                  ws-so-month(ws-so-idx) =
                      ws-month-literals(ws-sx-month) and
                  ws-so-calls(ws-so-idx) = ws-sx-calls
                   move "Y" to ws-sx-confirmed
               end-if
           end-perform.

      *Printing one suspect value beside the figures it was judged
      *  against.
       578-print-suspect-line.
           move ws-sx-num to ws-sl-op-num.
           move ws-sx-name to ws-sl-op-name.
           move ws-sx-team to ws-sl-op-team.
           move ws-month-literals(ws-sx-month) to ws-sl-month.
           move ws-sx-calls to ws-sl-calls.
           move ws-sx-test to ws-sl-test.
           move ws-sx-basis to ws-sl-basis.
           move ws-sx-baseline to ws-sl-average.
           move ws-sx-limit to ws-sl-limit.
           move ws-sx-arch-avg to ws-sl-arch-avg.
           move ws-sx-arch-months to ws-sl-arch-months.
           move ws-sx-other-avg to ws-sl-year-avg.
           move ws-sx-other-months to ws-sl-year-months.
           write print-line from ws-suspect-line.

      *Reading A7-Checkpoint.dat (if present and non-empty) once at
      *  the start of a normal run and replaying its lines back into
      *  the running totals/tables, so 95-run-normal-report can resume
      *    a checkpoint written before the active-months field existed
      *      leaves the default in place - a full-year operator
           move ws-number-of-months to ws-restore-op-actmth.
           move "N" to ws-restore-op-xfer.
           unstring ws-ckpt-rest delimited by ","
               into ws-restore-op-num
                    ws-restore-op-name
                    ws-restore-op-cph
                    ws-restore-op-stddev
                    ws-restore-op-actmth
                    ws-restore-op-xfer
           end-unstring.
           add 1 to ws-restore-op-idx.
           move ws-restore-op-num to ws-op-num(ws-restore-op-idx).
               ws-restore-op-stddev / 100.
           move ws-restore-op-actmth
               to ws-op-active-months(ws-restore-op-idx).
           move ws-restore-op-xfer
               to ws-op-transferred(ws-restore-op-idx).

      *Restoring one month of one operator's monthly call figures.
       097-parse-checkpoint-opmth.
      *  15-validate-record keeps flagging duplicates correctly once
      *  the run resumes past the checkpoint.
       096-parse-checkpoint-seen.
           move ws-ckpt-rest(1:6) to ws-restore-seen-op.
           add 1 to ws-restore-seen-idx.
           move ws-restore-seen-op to ws-seen-op(ws-restore-seen-idx).

                   ws-ckpt-op-stddev delimited by size
                   "," delimited by size
                   ws-op-active-months(ws-op-idx) delimited by size
                   "," delimited by size
                   ws-op-transferred(ws-op-idx) delimited by size
                   into ws-checkpoint-line
               end-string
               write checkpoint-line from ws-checkpoint-line
