      *    migration from the old comma-delimited line-sequential
      *    archive: point ARCHIVEOLD at the legacy file and the run
      *    converts it into the indexed ARCHIVEFILE instead of
      *    reorganizing. Likewise ARCHIVEV1 names an indexed archive
      *    in the original 30-byte layout, from before each record
      *    carried its 12 monthly counts and the operator number
      *    widened to six characters, and the run carries it forward
      *    into ARCHIVEFILE in the current layout. ARCHIVEFILE,
      *    ARCHIVEOLD, ARCHIVEV1 and RETAINYEARS come from the same
      *    A7-Params.dat the report run reads; output goes to the
      *    console.
      *
       environment division.
       input-output section.
           select optional legacy-file
               assign to dynamic ws-legacy-file-name
               organization is line sequential.
      *Assigning the original-layout indexed archive - only read when
      *  ARCHIVEV1 is set, for the one-time upgrade to the layout with
      *  monthly counts and the wide operator number.
           select optional v1-archive-file
               assign to dynamic ws-v1-file-name
               organization is indexed
               access mode is dynamic
               record key is v1-key.
      *
       data division.
       file section.
      *  report run's archive-rec.
       fd archive-file
           data record is archive-rec
           record contains 97 characters.
      *
       01 archive-rec.
         05 arch-key.
           10 arch-op-num              pic x(6).
           10 arch-year                pic x(4).
         05 arch-name                  pic x(12).
         05 arch-total                 pic 9(7).
         05 arch-avg                   pic 9(5).
         05 arch-team                  pic x(3).
         05 arch-month-counts.
           10 arch-months              pic 9(5)    occurs 12 times.
      *Declaring the original-layout archive record - a 3-character
      *  operator number and no monthly counts.
       fd v1-archive-file
           data record is v1-archive-rec
           record contains 30 characters.
      *
       01 v1-archive-rec.
         05 v1-key.
           10 v1-op-num                pic x(3).
           10 v1-year                  pic x(4).
         05 v1-name                    pic x(12).
         05 v1-total                   pic 9(5).
         05 v1-avg                     pic 9(3).
         05 v1-team                    pic x(3).
      *Declaring the legacy archive record - one comma-delimited line
      *  per operator per fiscal year as the old report run appended
      *  them; the oldest rows are 32 bytes (no team field), later
      *  reorganizing. Left blank on every run after the one-time
      *  migration.
         05 ws-legacy-file-name        pic x(60)   value spaces.
      *Original-layout indexed archive to upgrade (ARCHIVEV1
      *  parameter) - blank on every run after the upgrade.
         05 ws-v1-file-name            pic x(60)   value spaces.
      *Working fields for parsing one KEY=VALUE line of param-file.
       01 ws-param-fields.
         05 ws-param-key               pic x(20)   value spaces.
       77 ws-record-count              pic 9(5)    value 0.
       01 ws-archive-table.
         05 ws-ar-entry                occurs 10000 times.
           10 ws-ar-record             pic x(97).
           10 ws-ar-keep               pic x.
       77 ws-ar-idx                    pic 9(5)    value 0.
       77 ws-archive-eof               pic x       value "N".
       77 ws-conv-read                 pic 9(5)    value 0.
       77 ws-conv-written              pic 9(5)    value 0.
       77 ws-conv-dups                 pic 9(5)    value 0.
       77 ws-v1-eof                    pic x       value "N".
      *
       procedure division.
       000-Main.
      *            one-time migration from the old comma-delimited
      *              line-sequential archive into the indexed file
                   perform 50-convert-legacy-archive
               when ws-v1-file-name not = spaces
      *            one-time upgrade of an archive written before the
      *              records carried their monthly counts
                   perform 60-upgrade-v1-archive
               when other
                   perform 10-load-archive
                   evaluate true
                   move ws-param-value to ws-archive-file-name
               when "ARCHIVEOLD"
                   move ws-param-value to ws-legacy-file-name
               when "ARCHIVEV1"
                   move ws-param-value to ws-v1-file-name
               when "RETAINYEARS"
                   if ws-param-value(1:1) >= "0" and
                      ws-param-value(1:1) <= "9"
           perform varying ws-ar-idx
               from 1 by 1
               until ws-ar-idx > ws-record-count
               if ws-ar-record(ws-ar-idx)(7:4) > ws-latest-year and
                  ws-ar-record(ws-ar-idx)(7:4) is numeric
                   move ws-ar-record(ws-ar-idx)(7:4)
                       to ws-latest-year
               end-if
           end-perform.
               perform varying ws-ar-idx
                   from 1 by 1
                   until ws-ar-idx > ws-record-count
                   if ws-ar-record(ws-ar-idx)(7:4) is numeric
                       compute ws-entry-year-num = function
                           numval(ws-ar-record(ws-ar-idx)(7:4))
                       if ws-entry-year-num < ws-cutoff-year-num
                           move "N" to ws-ar-keep(ws-ar-idx)
                           add 1 to ws-purged-count
               from 1 by 1
               until ws-py-idx > ws-py-count
               if ws-py-year(ws-py-idx) =
                  ws-ar-record(ws-ar-idx)(7:4)
                   move ws-py-idx to ws-py-match-idx
               end-if
           end-perform.
           if ws-py-match-idx = 0 and ws-py-count < 30
               add 1 to ws-py-count
               move ws-py-count to ws-py-match-idx
               move ws-ar-record(ws-ar-idx)(7:4)
                   to ws-py-year(ws-py-match-idx)
               move 0 to ws-py-recs(ws-py-match-idx)
           end-if.
               move ws-lv-total to arch-total
               move ws-lv-avg to arch-avg
               move ws-lv-team to arch-team
               move zeros to arch-month-counts
               write archive-rec
                   invalid key
                       add 1 to ws-conv-dups
                   not invalid key
                       add 1 to ws-conv-written
               end-write
           end-if.

      *Upgrading an original-layout indexed archive - every record is
      *  read through v1-archive-file and written to the current
      *  ARCHIVEFILE under the same key with its monthly counts
      *  zeroed, which the report run's forecast reads as "total only,
      *  credit it to the record's team". ARCHIVEV1 and ARCHIVEFILE
      *  must name different files. Retention is not applied here.
       60-upgrade-v1-archive.
           open input v1-archive-file.
           open output archive-file.
           move "N" to ws-v1-eof.
           read v1-archive-file next record
               at end
                   move "Y" to ws-v1-eof
           end-read.
           perform until ws-v1-eof = "Y"
               add 1 to ws-conv-read
               move v1-op-num to arch-op-num
               move v1-year to arch-year
               move v1-name to arch-name
               move v1-total to arch-total
               move v1-avg to arch-avg
               move v1-team to arch-team
               move zeros to arch-month-counts
               write archive-rec
                   invalid key
                       add 1 to ws-conv-dups
                   not invalid key
                       add 1 to ws-conv-written
               end-write
               read v1-archive-file next record
                   at end
                       move "Y" to ws-v1-eof
               end-read
           end-perform.
           close archive-file.
           close v1-archive-file.

           display "A7ARCH: Archive Layout Upgrade".
           display "A7ARCH: Records Read:         " ws-conv-read.
           display "A7ARCH: Records Upgraded:     " ws-conv-written.
           if ws-conv-dups > 0
               display "A7ARCH: Duplicate Keys Dropped: " ws-conv-dups
           end-if.
       end program A7-ArchiveReorg.
