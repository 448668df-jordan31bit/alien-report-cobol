      *                and a checkpoint restart resumes in the
      *                correct file of the manifest.  No manifest
      *                means the single UFODATA dataset as before.
      *   10/15/2026 - Change journal on the sightings master: every
      *                parse add/update, correction change/delete and
      *                archive delete appends an entry to the JOURNAL
      *                dataset with the sighting ID, run date/time,
      *                source of the change and the before and after
      *                record images.  New back-out mode (BACKOUT=Y
      *                with BACKOUT-DATE/BACKOUT-TIME naming the run
      *                as stamped on the run log) reverses every
      *                master change that run made, newest first,
      *                skipping any record changed again since.
      *   10/15/2026 - Reject suspense file: every rejected row is
      *                also kept in the cumulative SUSPENSE dataset
      *                with its first-rejected date, source file,
      *                reason code and recycle count.  A steward
      *                fixes the raw row in place and marks it F;
      *                the next parse resubmits fixed rows through
      *                ParseOneRow ahead of the new input.  New
      *                suspense aging report of open rejects by
      *                reason code in 0-7, 8-30 and 30+ day buckets.
      *   10/15/2026 - Multi-witness incident step: master sightings
      *                with coordinates are taken in time order and
      *                linked into one incident while each falls
      *                within INCIDENT-WINDOW minutes of the
      *                incident's latest sighting and INCIDENT-RADIUS
      *                km of its center.  Incidents reaching
      *                INCIDENT-MIN witnesses go to the new incident
      *                file (one I record plus an S record per
      *                sighting ID) and the incident report with
      *                witness count, time span, shapes reported and
      *                central location.
      *   10/15/2026 - City gazetteer: the GAZETTEER reference file
      *                (C records give the standard city name,
      *                state, country and coordinates, A records map
      *                an alias spelling to its standard name) is
      *                loaded with the parse.  ParseOneRow changes
      *                alias spellings to the standard name and fills
      *                in missing coordinates from the gazetteer with
      *                Geo-Valid = G (gazetteer-supplied), which the
      *                proximity and incident steps accept.  New
      *                report of cities not found in the gazetteer.
      *   10/15/2026 - Sighting rate report: sightings per 100,000
      *                residents by state and by geocode region for
      *                the RATE-YEAR (default the latest year on the
      *                extract), from the new POPFILE population
      *                reference by state and year, ranked by rate
      *                with the change against the prior year.
      *                States with no population figure are listed
      *                separately instead of being left out.
      *   10/15/2026 - Known-event calendar cross-match: the new
      *                EVENTMATCH step matches every master sighting
      *                against the EVENTCAL calendar (event type,
      *                date/time window, state list or radius around
      *                a point, shapes explained) and flags matched
      *                sightings with the event ID in the new
      *                Master-Event-ID field (master and archive
      *                records grow from 113 to 121 bytes - an
      *                existing master is converted once with the
      *                CONVERT-MASTER=Y run mode).  Possibly
      *                explained report per event with explained and
      *                unexplained counts; EXCLUDE-EXPLAINED=Y leaves
      *                flagged sightings out of the trend and wave
      *                reports.
      *   10/15/2026 - Subscriber notifications: every master add
      *                made by the parse (new or recycled row) is
      *                kept on the NEWADDS work file, and the NOTIFY
      *                step writes one HDR/DTL/TRL notification file
      *                per SUBSCRIB entry holding this run's adds that
      *                meet its states/countries, shapes, point and
      *                radius criteria (held back when fewer than the
      *                subscriber's minimum count match), plus a
      *                distribution summary by subscriber.
      *   10/15/2026 - Master backup and rollback: before the first
      *                master-changing step the master is copied to
      *                the next MSTBKUP generation (HDR/DTL/TRL, kept
      *                to BACKUP-GENERATIONS copies and listed in the
      *                BKUPCAT catalog with date, count and key
      *                range) and the copy is re-read and checked
      *                against the master before the run goes on
      *                (return code 24 when it cannot be taken).  Any
      *                failing return code - reconciliation, archive,
      *                variance, journal/checkpoint/suspense errors or
      *                the I/O declaratives - reloads the master from
      *                that copy and records the rollback in the run
      *                log.
      *   10/15/2026 - Step-level restart: each major step records
      *                its completion and key counts on the STEPCTL
      *                file behind a header carrying a row/byte
      *                fingerprint of the run options card, the input
      *                datasets, the correction file and the
      *                gazetteer, subscription, event calendar and
      *                population files the selected steps read.  A
      *                run that follows an unfinished one picks up at
      *                the first unfinished step once the fingerprint
      *                matches and the master, extract and sorted
      *                datasets balance to the recorded counts; it is
      *                refused with return code 28 otherwise
      *                (RESTART=N forces a fresh run).  A rollback
      *                resets the step control to the point the
      *                backup was taken, restores the suspense file
      *                copied with the backup and closes out the
      *                parse checkpoint, so the restart redoes the
      *                rolled-back steps.  Restarts and refusals are
      *                written to the run log.
      *   10/15/2026 - Master backup detail records carry the whole
      *                121-byte master record and the backup check
      *                adds a hash total of the record images.
      *                BACKOUT=Y takes a master backup before it
      *                changes the master and rolls back on failure.
      *                CONVERT-MASTER=Y converts a master from before
      *                the event match (unload to MSTUNLD, reload in
      *                the current layout).  Event window times now
      *                convert HHMM to minutes exactly.  A re-fed
      *                sighting stored under an alias city spelling
      *                is updated and respelled to the gazetteer
      *                name instead of added again.  A restart past
      *                the parse keeps its per-file, suspense and
      *                gazetteer counts for the run log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALIEN-SIGHTINGS.

          SELECT WorkFile-Dedup ASSIGN TO WorkData-Dedup.

          SELECT WorkFile-Journal ASSIGN TO WorkData-Journal.

          SELECT WorkFile-Incident ASSIGN TO WorkData-Incident.

          SELECT WorkFile-Event ASSIGN TO WorkData-Event.

          SELECT UFODATA ASSIGN TO DYNAMIC WS-UFODATA-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-UFODATA-File-Status.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-InqOut-File-Status.

          SELECT Journal-File ASSIGN TO DYNAMIC WS-Journal-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-Journal-File-Status.

          SELECT Journal-Sorted-File
          ASSIGN TO DYNAMIC WS-JrnlSort-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JrnlSort-File-Status.

          SELECT Suspense-File ASSIGN TO DYNAMIC WS-Suspense-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-Suspense-File-Status.

          SELECT Suspense-Work-File ASSIGN TO DYNAMIC WS-SuspWork-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SuspWork-File-Status.

          SELECT Suspense-Aging-Report
          ASSIGN TO DYNAMIC WS-SuspRpt-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SuspRpt-File-Status.

          SELECT Incident-Cand-File ASSIGN TO DYNAMIC WS-IncCand-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-IncCand-File-Status.

          SELECT Incident-Sorted-File
          ASSIGN TO DYNAMIC WS-IncSort-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-IncSort-File-Status.

          SELECT Incident-File ASSIGN TO DYNAMIC WS-IncFile-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-IncFile-File-Status.

          SELECT Incident-Report ASSIGN TO DYNAMIC WS-IncRpt-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-IncRpt-File-Status.

          SELECT Gazetteer-File ASSIGN TO DYNAMIC WS-Gazetteer-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-Gazetteer-File-Status.

          SELECT Gazetteer-Miss-Report
          ASSIGN TO DYNAMIC WS-GazRpt-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-GazRpt-File-Status.

          SELECT Population-File ASSIGN TO DYNAMIC WS-PopFile-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PopFile-File-Status.

          SELECT Rate-Report ASSIGN TO DYNAMIC WS-RateRpt-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RateRpt-File-Status.

          SELECT Event-Calendar-File ASSIGN TO DYNAMIC WS-EventCal-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EventCal-File-Status.

          SELECT Event-Match-File ASSIGN TO DYNAMIC WS-EvtMatch-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EvtMatch-File-Status.

          SELECT Event-Match-Sorted
          ASSIGN TO DYNAMIC WS-EvtSort-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EvtSort-File-Status.

          SELECT Explained-Report ASSIGN TO DYNAMIC WS-ExplRpt-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ExplRpt-File-Status.

          SELECT New-Adds-File ASSIGN TO DYNAMIC WS-NewAdds-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-NewAdds-File-Status.

          SELECT Subscription-File ASSIGN TO DYNAMIC WS-Subscrib-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-Subscrib-File-Status.

          SELECT Notify-File ASSIGN TO DYNAMIC WS-Notify-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-Notify-File-Status.

          SELECT Distribution-Report ASSIGN TO DYNAMIC WS-DistRpt-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DistRpt-File-Status.

          SELECT Master-Backup-File ASSIGN TO DYNAMIC WS-Backup-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-Backup-File-Status.

          SELECT Backup-Catalog-File ASSIGN TO DYNAMIC WS-BkupCat-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-BkupCat-File-Status.

          SELECT Suspense-Backup-File
          ASSIGN TO DYNAMIC WS-SuspBkup-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SuspBkup-File-Status.

          SELECT Step-Control-File ASSIGN TO DYNAMIC WS-StepCtl-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-StepCtl-File-Status.

          SELECT Restart-Check-File ASSIGN TO DYNAMIC WS-StpChk-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-StpChk-File-Status.

          SELECT Old-Master-File ASSIGN TO DYNAMIC WS-Master-Path
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS OldMst-Sighting-ID
          ALTERNATE RECORD KEY IS OldMst-Nat-Key
          FILE STATUS IS WS-OldMst-File-Status.

          SELECT Master-Unload-File ASSIGN TO DYNAMIC WS-MstUnld-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MstUnld-File-Status.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
             03 WD-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE VALUE ZEROS.
             03 WD-Geo-Valid PIC X VALUE "N".
             03 WD-Event-ID PIC X(8) VALUE SPACES.

       SD WorkFile-Shape.
       01 WorkData-Shape.
             03 WDS-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE VALUE ZEROS.
             03 WDS-Geo-Valid PIC X VALUE "N".
             03 WDS-Event-ID PIC X(8) VALUE SPACES.

       SD WorkFile-Date.
       01 WorkData-Date.
             03 WDD-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE VALUE ZEROS.
             03 WDD-Geo-Valid PIC X VALUE "N".
             03 WDD-Event-ID PIC X(8) VALUE SPACES.

       SD WorkFile-Dedup.
       01 WorkData-Dedup.
             03 WDU-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE VALUE ZEROS.
             03 WDU-Geo-Valid PIC X VALUE "N".
             03 WDU-Event-ID PIC X(8) VALUE SPACES.

       SD WorkFile-Journal.
       01 WorkData-Journal.
          02 WDJ-Sighting-ID PIC 9(9).
          02 WDJ-Gap1 PIC X.
          02 WDJ-Run-Date PIC 9(8).
          02 WDJ-Run-Time PIC 9(8).
          02 WDJ-Seq PIC 9(9).
          02 WDJ-Rest PIC X(313).

       SD WorkFile-Incident.
       01 WorkData-Incident.
          02 WDI-Minute-Serial PIC 9(11).
          02 WDI-Sighting-ID PIC 9(9).
          02 WDI-Rest PIC X(85).

       SD WorkFile-Event.
       01 WorkData-Event.
          02 WDE-Evt-Idx PIC 9(4).
          02 WDE-Minute-Serial PIC 9(11).
          02 WDE-Rest PIC X(78).

       FD UFODATA.
       01 InputBuffer PIC X(300) VALUE SPACES.
             03 UFO-IN-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE VALUE ZEROS.
             03 UFO-IN-Geo-Valid PIC X VALUE "N".
             03 UFO-IN-Event-ID PIC X(8) VALUE SPACES.

       FD UFODATA-OUT-Fixed.
       01 PrintLine PIC X(300) VALUE SPACES.
          02 Master-Longitude PIC S9(3)V9(4)
             SIGN LEADING SEPARATE.
          02 Master-Geo-Valid PIC X.
          02 Master-Event-ID PIC X(8).

       FD Master-Extract-Out.
       01 Master-PrintLine PIC X(300) VALUE SPACES.
             03 Sorted-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE VALUE ZEROS.
             03 Sorted-Geo-Valid PIC X VALUE "N".
             03 Sorted-Event-ID PIC X(8) VALUE SPACES.

       FD SortedFile-Shape.
       01 SortedUFO-Shape-Data.
             03 SortShp-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE VALUE ZEROS.
             03 SortShp-Geo-Valid PIC X VALUE "N".
             03 SortShp-Event-ID PIC X(8) VALUE SPACES.

       FD SortedFile-Date.
       01 SortedUFO-Date-Data.
             03 SortDte-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE VALUE ZEROS.
             03 SortDte-Geo-Valid PIC X VALUE "N".
             03 SortDte-Event-ID PIC X(8) VALUE SPACES.

       FD Dedup-Sorted-File.
       01 Dedup-Sorted-Data.
             03 Dedup-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE VALUE ZEROS.
             03 Dedup-Geo-Valid PIC X VALUE "N".
             03 Dedup-Event-ID PIC X(8) VALUE SPACES.

       FD Duplicate-Report.
       01 Duplicate-Report-Line PIC X(132) VALUE SPACES.
          02 Arch-Longitude PIC S9(3)V9(4)
             SIGN LEADING SEPARATE.
          02 Arch-Geo-Valid PIC X.
          02 Arch-Event-ID PIC X(8).

       FD Journal-File.
       01 Journal-Record.
          02 Jrnl-Sighting-ID PIC 9(9).
          02 Jrnl-Gap1 PIC X.
          02 Jrnl-Run-Date PIC 9(8).
          02 Jrnl-Run-Time PIC 9(8).
          02 Jrnl-Seq PIC 9(9).
          02 Jrnl-Gap2 PIC X.
          02 Jrnl-Source PIC X(10).
          02 Jrnl-Action PIC X.
          02 Jrnl-Gap3 PIC X.
          02 Jrnl-Before-Image PIC X(150).
          02 Jrnl-After-Image PIC X(150).

       FD Journal-Sorted-File.
       01 Journal-Sorted-Data.
          02 SortJrn-Sighting-ID PIC 9(9).
          02 SortJrn-Gap1 PIC X.
          02 SortJrn-Run-Date PIC 9(8).
          02 SortJrn-Run-Time PIC 9(8).
          02 SortJrn-Seq PIC 9(9).
          02 SortJrn-Gap2 PIC X.
          02 SortJrn-Source PIC X(10).
          02 SortJrn-Action PIC X.
          02 SortJrn-Gap3 PIC X.
          02 SortJrn-Before-Image PIC X(150).
          02 SortJrn-After-Image PIC X(150).

       FD Suspense-File.
       01 Suspense-Record.
          02 Susp-Status PIC X.
          02 Susp-Gap1 PIC X.
          02 Susp-First-Date PIC 9(8).
          02 Susp-Gap2 PIC X.
          02 Susp-Last-Date PIC 9(8).
          02 Susp-Gap3 PIC X.
          02 Susp-Recycle-Count PIC 9(3).
          02 Susp-Gap4 PIC X.
          02 Susp-Source PIC X(44).
          02 Susp-Gap5 PIC X.
          02 Susp-Reason PIC X(25).
          02 Susp-Gap6 PIC X.
          02 Susp-RawData PIC X(250).

       FD Suspense-Work-File.
       01 Suspense-Work-Record.
          02 SuspW-Status PIC X.
          02 SuspW-Gap1 PIC X.
          02 SuspW-First-Date PIC 9(8).
          02 SuspW-Gap2 PIC X.
          02 SuspW-Last-Date PIC 9(8).
          02 SuspW-Gap3 PIC X.
          02 SuspW-Recycle-Count PIC 9(3).
          02 SuspW-Gap4 PIC X.
          02 SuspW-Source PIC X(44).
          02 SuspW-Gap5 PIC X.
          02 SuspW-Reason PIC X(25).
          02 SuspW-Gap6 PIC X.
          02 SuspW-RawData PIC X(250).

       FD Suspense-Aging-Report.
       01 SuspRpt-Report-Line PIC X(132) VALUE SPACES.

       FD Incident-Cand-File.
       01 Incident-Cand-Record.
          02 IncC-Minute-Serial PIC 9(11).
          02 IncC-Sighting-ID PIC 9(9).
          02 IncC-DateTime PIC X(20).
          02 IncC-City PIC X(30).
          02 IncC-State PIC XX.
          02 IncC-Country PIC XX.
          02 IncC-Shape PIC X(15).
          02 IncC-Latitude PIC S9(3)V9(4)
             SIGN LEADING SEPARATE.
          02 IncC-Longitude PIC S9(3)V9(4)
             SIGN LEADING SEPARATE.

       FD Incident-Sorted-File.
       01 Incident-Sorted-Data.
          02 SortInc-Minute-Serial PIC 9(11).
          02 SortInc-Sighting-ID PIC 9(9).
          02 SortInc-DateTime PIC X(20).
          02 SortInc-City PIC X(30).
          02 SortInc-State PIC XX.
          02 SortInc-Country PIC XX.
          02 SortInc-Shape PIC X(15).
          02 SortInc-Latitude PIC S9(3)V9(4)
             SIGN LEADING SEPARATE.
          02 SortInc-Longitude PIC S9(3)V9(4)
             SIGN LEADING SEPARATE.

       FD Incident-File.
       01 Incident-Record PIC X(250) VALUE SPACES.

       FD Incident-Report.
       01 Inc-Report-Line PIC X(132) VALUE SPACES.

       FD Gazetteer-File.
       01 Gazetteer-Record.
          02 Gaz-Rec-Type PIC X.
          02 Gaz-Gap1 PIC X.
          02 Gaz-City PIC X(30).
          02 Gaz-State PIC XX.
          02 Gaz-Country PIC XX.
          02 Gaz-Gap2 PIC X.
          02 Gaz-Std-City PIC X(30).
          02 Gaz-Coords REDEFINES Gaz-Std-City.
             03 Gaz-Latitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE.
             03 Gaz-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE.
             03 FILLER PIC X(14).

       FD Gazetteer-Miss-Report.
       01 GazRpt-Report-Line PIC X(132) VALUE SPACES.

       FD Population-File.
       01 Population-Record.
          02 Pop-Rec-State PIC XX.
          02 Pop-Rec-Country PIC XX.
          02 Pop-Rec-Gap1 PIC X.
          02 Pop-Rec-Year PIC 9(4).
          02 Pop-Rec-Gap2 PIC X.
          02 Pop-Rec-Count PIC 9(10).

       FD Rate-Report.
       01 Rate-Report-Line PIC X(132) VALUE SPACES.

       FD Event-Calendar-File.
       01 Event-Calendar-Record.
          02 Evt-Rec-ID PIC X(8).
          02 Evt-Rec-Gap1 PIC X.
          02 Evt-Rec-Type PIC X(12).
          02 Evt-Rec-Gap2 PIC X.
          02 Evt-Rec-Start-Date PIC 9(8).
          02 Evt-Rec-Start-Time PIC 9(4).
          02 Evt-Rec-Gap3 PIC X.
          02 Evt-Rec-End-Date PIC 9(8).
          02 Evt-Rec-End-Time PIC 9(4).
          02 Evt-Rec-Gap4 PIC X.
          02 Evt-Rec-Scope PIC X.
          02 Evt-Rec-Gap5 PIC X.
          02 Evt-Rec-Area PIC X(24).
          02 Evt-Rec-States REDEFINES Evt-Rec-Area.
             03 Evt-Rec-Country PIC XX.
             03 Evt-Rec-State PIC XX OCCURS 11 TIMES.
          02 Evt-Rec-Point REDEFINES Evt-Rec-Area.
             03 Evt-Rec-Latitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE.
             03 Evt-Rec-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE.
             03 Evt-Rec-Radius-Km PIC 9(4).
             03 FILLER PIC X(4).
          02 Evt-Rec-Gap6 PIC X.
          02 Evt-Rec-Shape PIC X(15) OCCURS 4 TIMES.
          02 Evt-Rec-Gap7 PIC X.
          02 Evt-Rec-Desc PIC X(40).

       FD Event-Match-File.
       01 Event-Match-Record.
          02 EvmC-Evt-Idx PIC 9(4).
          02 EvmC-Minute-Serial PIC 9(11).
          02 EvmC-Sighting-ID PIC 9(9).
          02 EvmC-DateTime PIC X(20).
          02 EvmC-City PIC X(30).
          02 EvmC-State PIC XX.
          02 EvmC-Country PIC XX.
          02 EvmC-Shape PIC X(15).

       FD Event-Match-Sorted.
       01 Event-Match-Sorted-Data.
          02 SortEvm-Evt-Idx PIC 9(4).
          02 SortEvm-Minute-Serial PIC 9(11).
          02 SortEvm-Sighting-ID PIC 9(9).
          02 SortEvm-DateTime PIC X(20).
          02 SortEvm-City PIC X(30).
          02 SortEvm-State PIC XX.
          02 SortEvm-Country PIC XX.
          02 SortEvm-Shape PIC X(15).

       FD Explained-Report.
       01 Expl-Report-Line PIC X(132) VALUE SPACES.

       FD New-Adds-File.
       01 New-Adds-Record.
          02 NewAdd-Sighting-ID PIC 9(9).
          02 NewAdd-Nat-Key.
             03 NewAdd-DateTime PIC X(20).
             03 NewAdd-City PIC X(30).
             03 NewAdd-State PIC XX.
             03 NewAdd-Country PIC XX.
             03 NewAdd-Shape PIC X(15).
          02 NewAdd-Year PIC 9(4).
          02 NewAdd-Month PIC 9(2).
          02 NewAdd-Day PIC 9(2).
          02 NewAdd-Hour PIC 9(2).
          02 NewAdd-Shape-Valid PIC X.
          02 NewAdd-Duration PIC 9(6).
          02 NewAdd-Dur-Parse PIC X.
          02 NewAdd-Latitude PIC S9(3)V9(4)
             SIGN LEADING SEPARATE.
          02 NewAdd-Longitude PIC S9(3)V9(4)
             SIGN LEADING SEPARATE.
          02 NewAdd-Geo-Valid PIC X.
          02 NewAdd-Event-ID PIC X(8).

       FD Subscription-File.
       01 Subscription-Record.
          02 Sub-Rec-ID PIC X(8).
          02 Sub-Rec-Gap1 PIC X.
          02 Sub-Rec-Name PIC X(30).
          02 Sub-Rec-Gap2 PIC X.
          02 Sub-Rec-Country PIC XX OCCURS 4 TIMES.
          02 Sub-Rec-Gap3 PIC X.
          02 Sub-Rec-State PIC XX OCCURS 10 TIMES.
          02 Sub-Rec-Gap4 PIC X.
          02 Sub-Rec-Shape PIC X(15) OCCURS 4 TIMES.
          02 Sub-Rec-Gap5 PIC X.
          02 Sub-Rec-Circle.
             03 Sub-Rec-Latitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE.
             03 Sub-Rec-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE.
             03 Sub-Rec-Radius-Km PIC 9(4).
          02 Sub-Rec-Gap6 PIC X.
          02 Sub-Rec-Min-Count PIC X(4).

       FD Notify-File.
       01 Notify-Record PIC X(200) VALUE SPACES.

       FD Distribution-Report.
       01 Dist-Report-Line PIC X(132) VALUE SPACES.

       FD Master-Backup-File.
       01 Backup-Record.
          02 Bkp-Rec-Type PIC X(3).
          02 Bkp-Rec-Image.
             03 Bkp-Rec-Sighting-ID PIC 9(9).
             03 FILLER PIC X(112).
       01 Backup-Control-Record.
          02 Bkp-Ctl-Type PIC X(3).
          02 Bkp-Ctl-Run-Date PIC 9(8).
          02 Bkp-Ctl-Run-Time PIC 9(8).
          02 Bkp-Ctl-Count PIC 9(9).
          02 Bkp-Ctl-Low-ID PIC 9(9).
          02 Bkp-Ctl-High-ID PIC 9(9).
          02 Bkp-Ctl-Hash PIC 9(18).

       FD Backup-Catalog-File.
       01 Backup-Catalog-Record.
          02 Cat-Generation PIC 9(2).
          02 Cat-Gap1 PIC X.
          02 Cat-Run-Date PIC 9(8).
          02 Cat-Gap2 PIC X.
          02 Cat-Run-Time PIC 9(8).
          02 Cat-Gap3 PIC X.
          02 Cat-Record-Count PIC 9(9).
          02 Cat-Gap4 PIC X.
          02 Cat-Low-ID PIC 9(9).
          02 Cat-Gap5 PIC X.
          02 Cat-High-ID PIC 9(9).
          02 Cat-Gap6 PIC X.
          02 Cat-Path PIC X(250).

       FD Suspense-Backup-File.
       01 Suspense-Backup-Record PIC X(345).

       FD Step-Control-File.
       01 Step-Control-Header.
          02 StpH-Type PIC X.
          02 StpH-Gap1 PIC X.
          02 StpH-Run-Date PIC 9(8).
          02 StpH-Gap2 PIC X.
          02 StpH-Run-Time PIC 9(8).
          02 StpH-Gap3 PIC X.
          02 StpH-State PIC X(10).
          02 StpH-Gap4 PIC X.
          02 StpH-Restarts PIC 9(3).
       01 Step-Control-Input.
          02 StpI-Type PIC X.
          02 StpI-Gap1 PIC X.
          02 StpI-Rows PIC 9(9).
          02 StpI-Gap2 PIC X.
          02 StpI-Bytes PIC 9(12).
          02 StpI-Gap3 PIC X.
          02 StpI-Path PIC X(250).
       01 Step-Control-Step.
          02 StpS-Type PIC X.
          02 StpS-Gap1 PIC X.
          02 StpS-Name PIC X(10).
          02 StpS-Gap2 PIC X.
          02 StpS-Date PIC 9(8).
          02 StpS-Gap3 PIC X.
          02 StpS-Time PIC 9(8).
          02 StpS-Gap4 PIC X.
          02 StpS-Master-Count PIC 9(9).
          02 StpS-Count-Entry OCCURS 6 TIMES.
             03 StpS-Count-Gap PIC X.
             03 StpS-Count PIC 9(9).
      * Parse detail records follow the PARSE completion record: one
      * F record per input file (read/accepted/rejected/skipped),
      * a U record of the suspense counts and a G record of the
      * gazetteer counts, so a restart past the parse logs them.
       01 Step-Control-Detail.
          02 StpD-Type PIC X.
          02 StpD-Gap1 PIC X.
          02 StpD-Name PIC X(10).
          02 StpD-Gap2 PIC X.
          02 StpD-Seq PIC 9(2).
          02 StpD-Count-Entry OCCURS 6 TIMES.
             03 StpD-Count-Gap PIC X.
             03 StpD-Count PIC 9(9).

       FD Restart-Check-File.
       01 Restart-Check-Line PIC X(1000).

      ******************************************************************
      * Old-Master-File - the sightings master in its layout before
      * Master-Event-ID was added (113 bytes), read only by the
      * CONVERT-MASTER mode.  Master-Unload-File holds the records
      * in that layout between the unload and the reload.
      ******************************************************************
       FD Old-Master-File.
       01 Old-Master-Record.
          02 OldMst-Sighting-ID PIC 9(9).
          02 OldMst-Nat-Key PIC X(69).
          02 FILLER PIC X(35).

       FD Master-Unload-File.
       01 Master-Unload-Record PIC X(113).

       WORKING-STORAGE SECTION.
      ******************************************************************
          02 WS-TimeRpt-Path PIC X(250).
          02 WS-DQRpt-Path PIC X(250).
          02 WS-Manifest-Path PIC X(250).
          02 WS-Journal-Path PIC X(250).
          02 WS-JrnlSort-Path PIC X(250).
          02 WS-Suspense-Path PIC X(250).
          02 WS-SuspWork-Path PIC X(250).
          02 WS-SuspRpt-Path PIC X(250).
          02 WS-IncCand-Path PIC X(250).
          02 WS-IncSort-Path PIC X(250).
          02 WS-IncFile-Path PIC X(250).
          02 WS-IncRpt-Path PIC X(250).
          02 WS-Gazetteer-Path PIC X(250).
          02 WS-GazRpt-Path PIC X(250).
          02 WS-PopFile-Path PIC X(250).
          02 WS-RateRpt-Path PIC X(250).
          02 WS-EventCal-Path PIC X(250).
          02 WS-EvtMatch-Path PIC X(250).
          02 WS-EvtSort-Path PIC X(250).
          02 WS-ExplRpt-Path PIC X(250).
          02 WS-NewAdds-Path PIC X(250).
          02 WS-Subscrib-Path PIC X(250).
          02 WS-Notify-Prefix PIC X(250).
          02 WS-Notify-Path PIC X(250).
          02 WS-DistRpt-Path PIC X(250).
          02 WS-BkupBase-Path PIC X(250).
          02 WS-Backup-Path PIC X(250).
          02 WS-BkupCat-Path PIC X(250).
          02 WS-SuspBkup-Path PIC X(250).
          02 WS-StepCtl-Path PIC X(250).
          02 WS-StpChk-Path PIC X(250).
          02 WS-MstUnld-Path PIC X(250).

       01 WS-Env-Value PIC X(250).

          02 WS-Export-File-Status PIC XX VALUE "00".
          02 WS-TimeRpt-File-Status PIC XX VALUE "00".
          02 WS-DQRpt-File-Status PIC XX VALUE "00".
          02 WS-JrnlSort-File-Status PIC XX VALUE "00".
          02 WS-SuspWork-File-Status PIC XX VALUE "00".
          02 WS-SuspRpt-File-Status PIC XX VALUE "00".
          02 WS-IncCand-File-Status PIC XX VALUE "00".
          02 WS-IncSort-File-Status PIC XX VALUE "00".
          02 WS-IncFile-File-Status PIC XX VALUE "00".
          02 WS-IncRpt-File-Status PIC XX VALUE "00".
          02 WS-GazRpt-File-Status PIC XX VALUE "00".
          02 WS-RateRpt-File-Status PIC XX VALUE "00".
          02 WS-EvtMatch-File-Status PIC XX VALUE "00".
          02 WS-EvtSort-File-Status PIC XX VALUE "00".
          02 WS-ExplRpt-File-Status PIC XX VALUE "00".
          02 WS-NewAdds-File-Status PIC XX VALUE "00".
          02 WS-Notify-File-Status PIC XX VALUE "00".
          02 WS-DistRpt-File-Status PIC XX VALUE "00".

       COPY "shapecode.cpy".

             03 Prn-Longitude PIC S9(3)V9(4)
                SIGN LEADING SEPARATE VALUE ZEROS.
             03 Prn-Geo-Valid PIC X VALUE "N".
             03 Prn-Event-ID PIC X(8) VALUE SPACES.

       01 BOB.
          88 bob-EOF VALUE HIGH-VALUE.
          02 WS-Master-Usable PIC X VALUE "N".
             88 Master-Is-Usable VALUE "Y".

      ******************************************************************
      * Master change journal working fields - one journal entry per
      * master add (A), update (U), correction change (C) or delete
      * (D), carrying the record image before and after the change
      * (spaces for the side that did not exist) and the source of
      * the change: PARSE, RECYCLE (a suspense row resubmitted by
      * the parse), CORRECTION, ARCHIVE, EVENTMATCH, BACKOUT or
      * ONLINE (a SIGHTING-MAINT steward change, stamped with the
      * screen session's date/time so BACKOUT can reverse a
      * session like a run).  The image fields are wider than the
      * master record so the layout can grow without orphaning the
      * journal already on file.
      * The journal is cumulative and has its own status handling -
      * a missing journal just means nothing has been journaled yet.
      ******************************************************************
       01 WS-Journal-Work.
          02 WS-Journal-File-Status PIC XX VALUE "00".
          02 WS-Jrnl-Seq PIC 9(9) VALUE ZERO.
          02 WS-Jrnl-Written PIC 9(9) VALUE ZERO.
          02 WS-Jrnl-Source PIC X(10) VALUE SPACES.
          02 WS-Jrnl-Action PIC X VALUE SPACE.
          02 WS-Jrnl-Before-Image PIC X(150) VALUE SPACES.
          02 WS-Jrnl-After-Image PIC X(150) VALUE SPACES.

      ******************************************************************
      * Back-out working fields - the run to reverse is named by the
      * run date and time stamped on its run-log block.  A journal
      * entry is only reversed while the master record still looks
      * exactly like the entry's after image; anything changed again
      * since is counted as a conflict and left for the steward.
      ******************************************************************
       01 WS-Backout-Work.
          02 WS-Bko-Entries PIC 9(9) VALUE ZERO.
          02 WS-Bko-Reversed PIC 9(9) VALUE ZERO.
          02 WS-Bko-Conflicts PIC 9(9) VALUE ZERO.
          02 WS-Bko-Found PIC X VALUE "N".
             88 Bko-Master-Was-Found VALUE "Y".
          02 WS-Bko-Current-Image PIC X(150) VALUE SPACES.

      ******************************************************************
      * Reject suspense working fields - the suspense dataset carries
      * every rejected row from run to run with a status byte:
      * O = open, F = fixed by a steward (raw data corrected in
      * place) and waiting to be resubmitted, R = resubmitted and
      * accepted, X = written off by a steward.  Resolved rows stay
      * on file WS-Susp-Retain-Days after their last activity as an
      * audit trail; written-off rows drop at the next parse.  The
      * age of an open row is counted from the date it was first
      * rejected, however many times it has been recycled since.
      ******************************************************************
       01 WS-Suspense-Work.
          02 WS-Suspense-File-Status PIC XX VALUE "00".
          02 WS-Susp-Retain-Days PIC 9(4) VALUE 30.
          02 WS-Susp-Run-Serial PIC 9(9) VALUE ZERO.
          02 WS-Susp-Row-Date PIC 9(8) VALUE ZERO.
          02 WS-Susp-Row-Serial PIC 9(9) VALUE ZERO.
          02 WS-Susp-Age-Days PIC S9(9) VALUE ZERO.
          02 WS-Susp-Recycled PIC 9(9) VALUE ZERO.
          02 WS-Susp-Recyc-Accepted PIC 9(9) VALUE ZERO.
          02 WS-Susp-Recyc-Rejected PIC 9(9) VALUE ZERO.
          02 WS-Susp-New PIC 9(9) VALUE ZERO.
          02 WS-Susp-Purged PIC 9(9) VALUE ZERO.
          02 WS-Susp-Written-Off PIC 9(9) VALUE ZERO.
          02 WS-Susp-Open-Total PIC 9(9) VALUE ZERO.
          02 WS-Susp-Resolved-Total PIC 9(9) VALUE ZERO.
          02 WS-Susp-Tot-0-7 PIC 9(7) VALUE ZERO.
          02 WS-Susp-Tot-8-30 PIC 9(7) VALUE ZERO.
          02 WS-Susp-Tot-Over-30 PIC 9(7) VALUE ZERO.
          02 WS-Susp-Reason-Total PIC 9(7) VALUE ZERO.
          02 WS-Susp-Idx PIC 9(4) VALUE ZERO.
          02 WS-Susp-Overflow-Count PIC 9(9) VALUE ZERO.
          02 WS-Susp-Found PIC X VALUE "N".
             88 Susp-Reason-Was-Found VALUE "Y".
          02 WS-Susp-Keep PIC X VALUE "Y".
             88 Susp-Row-Is-Kept VALUE "Y".

       01 WS-Susp-Reason-Table.
          02 WS-Susp-Reason-Entry OCCURS 40 TIMES.
             03 WS-Susp-Reason-Code PIC X(25).
             03 WS-Susp-Age-0-7 PIC 9(7).
             03 WS-Susp-Age-8-30 PIC 9(7).
             03 WS-Susp-Age-Over-30 PIC 9(7).
       01 WS-Susp-Reason-Entries PIC 9(4) VALUE ZERO.

      ******************************************************************
      * Point-to-point distance working fields - the same flat-earth
      * approximation as the proximity report (degrees scaled to km,
      * longitude corrected by the cosine of the mid latitude), for
      * steps that measure between two arbitrary points instead of
      * two proximity table entries.
      ******************************************************************
       01 WS-Distance-Work.
          02 WS-Dist-Lat-1 PIC S9(3)V9(4) VALUE ZERO.
          02 WS-Dist-Long-1 PIC S9(3)V9(4) VALUE ZERO.
          02 WS-Dist-Lat-2 PIC S9(3)V9(4) VALUE ZERO.
          02 WS-Dist-Long-2 PIC S9(3)V9(4) VALUE ZERO.
          02 WS-Dist-Km PIC 9(6)V9(2) VALUE ZERO.
          02 WS-Dist-DLat-Km PIC S9(6)V9(4) VALUE ZERO.
          02 WS-Dist-DLong-Km PIC S9(6)V9(4) VALUE ZERO.
          02 WS-Dist-Mid-Lat PIC S9(3)V9(4) VALUE ZERO.

      ******************************************************************
      * Multi-witness incident working fields - master sightings
      * with coordinates and a usable timestamp are sorted by a
      * minute serial (day serial * 1440 + hour * 60 + minute).
      * Each open incident tracks its first and latest minute, a
      * running center (mean of its members' coordinates), the
      * distinct shape words reported and its member sighting IDs.
      * An incident closes once the time line has moved more than
      * the window past its latest sighting.  The incident ID is
      * INC plus the sighting ID of the sighting that opened it, so
      * the same master produces the same incident IDs run to run.
      ******************************************************************
       01 WS-Incident-Work.
          02 WS-Inc-Window-Min PIC 9(5) VALUE 60.
          02 WS-Inc-Radius-Km PIC 9(4) VALUE 25.
          02 WS-Inc-Min-Witness PIC 9(4) VALUE 2.
          02 WS-Inc-Candidates PIC 9(9) VALUE ZERO.
          02 WS-Inc-Excluded PIC 9(9) VALUE ZERO.
          02 WS-Inc-Count PIC 9(9) VALUE ZERO.
          02 WS-Inc-Sightings PIC 9(9) VALUE ZERO.
          02 WS-Inc-Overflow-Count PIC 9(9) VALUE ZERO.
          02 WS-Inc-Member-Overflow PIC 9(9) VALUE ZERO.
          02 WS-Inc-Minute PIC 9(2) VALUE ZERO.
          02 WS-Inc-YYYYMMDD PIC 9(8) VALUE ZERO.
          02 WS-Inc-Serial PIC 9(11) VALUE ZERO.
          02 WS-Inc-I PIC 9(4) VALUE ZERO.
          02 WS-Inc-J PIC 9(4) VALUE ZERO.
          02 WS-Inc-Best PIC 9(4) VALUE ZERO.
          02 WS-Inc-Best-Km PIC 9(6)V9(2) VALUE ZERO.
          02 WS-Inc-Found PIC X VALUE "N".
             88 Inc-Shape-Was-Found VALUE "Y".
          02 WS-Inc-Lat-Disp PIC +9(3).9(4).
          02 WS-Inc-Long-Disp PIC +9(3).9(4).
          02 WS-Inc-Shape-List PIC X(100) VALUE SPACES.
          02 WS-Inc-Shape-Ptr PIC 9(4) VALUE ZERO.

       01 WS-Incident-Table.
          02 WS-Inc-Entry OCCURS 200 TIMES.
             03 WS-Inc-ID PIC 9(9).
             03 WS-Inc-Start-Serial PIC 9(11).
             03 WS-Inc-Last-Serial PIC 9(11).
             03 WS-Inc-First-DateTime PIC X(20).
             03 WS-Inc-Last-DateTime PIC X(20).
             03 WS-Inc-City PIC X(30).
             03 WS-Inc-State PIC XX.
             03 WS-Inc-Country PIC XX.
             03 WS-Inc-Witnesses PIC 9(5).
             03 WS-Inc-Sum-Lat PIC S9(7)V9(4).
             03 WS-Inc-Sum-Long PIC S9(7)V9(4).
             03 WS-Inc-Ctr-Lat PIC S9(3)V9(4).
             03 WS-Inc-Ctr-Long PIC S9(3)V9(4).
             03 WS-Inc-Shape-Entries PIC 9(2).
             03 WS-Inc-Shape PIC X(15) OCCURS 6 TIMES.
             03 WS-Inc-Member-Entries PIC 9(2).
             03 WS-Inc-Member-ID PIC 9(9) OCCURS 50 TIMES.
       01 WS-Inc-Entries PIC 9(4) VALUE ZERO.

      ******************************************************************
      * Incident file record layouts - one I record per incident
      * followed by one S record per member sighting ID.
      ******************************************************************
       01 WS-Incident-Header.
          02 Inc-Hdr-Type PIC X VALUE "I".
          02 Inc-Hdr-Prefix PIC X(3) VALUE "INC".
          02 Inc-Hdr-ID PIC 9(9) VALUE ZERO.
          02 Inc-Hdr-Witnesses PIC 9(5) VALUE ZERO.
          02 Inc-Hdr-First-DateTime PIC X(20) VALUE SPACES.
          02 Inc-Hdr-Last-DateTime PIC X(20) VALUE SPACES.
          02 Inc-Hdr-Span-Minutes PIC 9(7) VALUE ZERO.
          02 Inc-Hdr-Ctr-Lat PIC S9(3)V9(4)
             SIGN LEADING SEPARATE VALUE ZERO.
          02 Inc-Hdr-Ctr-Long PIC S9(3)V9(4)
             SIGN LEADING SEPARATE VALUE ZERO.
          02 Inc-Hdr-City PIC X(30) VALUE SPACES.
          02 Inc-Hdr-State PIC XX VALUE SPACES.
          02 Inc-Hdr-Country PIC XX VALUE SPACES.
          02 Inc-Hdr-Shape-Count PIC 9(2) VALUE ZERO.
          02 Inc-Hdr-Shape PIC X(15) OCCURS 6 TIMES.

       01 WS-Incident-Sighting.
          02 Inc-Sgt-Type PIC X VALUE "S".
          02 Inc-Sgt-Prefix PIC X(3) VALUE "INC".
          02 Inc-Sgt-ID PIC 9(9) VALUE ZERO.
          02 Inc-Sgt-Sighting-ID PIC 9(9) VALUE ZERO.

      ******************************************************************
      * Known-event calendar working fields.  Each event carries its
      * window as minute serials (the same day serial * 1440 + hour
      * * 60 + minute the incident step uses), its area as either a
      * state list (scope S, optional country) or a point and radius
      * (scope R), and up to four shape words it explains (none
      * means any shape).  A sighting is flagged with the first
      * event in calendar order that it matches.
      ******************************************************************
       01 WS-Event-Work.
          02 WS-EventCal-File-Status PIC XX VALUE "00".
          02 WS-Evt-Loaded PIC X VALUE "N".
             88 Evt-Calendar-Is-Loaded VALUE "Y".
          02 WS-Evt-Bad-Records PIC 9(7) VALUE ZERO.
          02 WS-Evt-Overflow-Count PIC 9(7) VALUE ZERO.
          02 WS-Evt-Master-Count PIC 9(9) VALUE ZERO.
          02 WS-Evt-Explained PIC 9(9) VALUE ZERO.
          02 WS-Evt-Unexplained PIC 9(9) VALUE ZERO.
          02 WS-Evt-Flags-Set PIC 9(9) VALUE ZERO.
          02 WS-Evt-Flags-Cleared PIC 9(9) VALUE ZERO.
          02 WS-Evt-Excluded-Count PIC 9(9) VALUE ZERO.
          02 WS-Evt-I PIC 9(4) VALUE ZERO.
          02 WS-Evt-J PIC 9(4) VALUE ZERO.
          02 WS-Evt-Hit PIC 9(4) VALUE ZERO.
          02 WS-Evt-New-ID PIC X(8) VALUE SPACES.
          02 WS-Evt-Shape-Upper PIC X(15) VALUE SPACES.
          02 WS-Evt-State-Upper PIC XX VALUE SPACES.
          02 WS-Evt-Country-Upper PIC XX VALUE SPACES.
          02 WS-Evt-Found PIC X VALUE "N".
             88 Evt-Item-Was-Found VALUE "Y".
          02 WS-Evt-Rec-OK PIC X VALUE "Y".
             88 Evt-Record-Is-Usable VALUE "Y".
          02 WS-Evt-Work-Date PIC 9(8) VALUE ZERO.
          02 WS-Evt-Work-Time PIC 9(4) VALUE ZERO.
          02 WS-Evt-Work-Serial PIC 9(11) VALUE ZERO.
          02 WS-Evt-Area-Text PIC X(60) VALUE SPACES.
          02 WS-Evt-Area-Ptr PIC 9(4) VALUE ZERO.

       01 WS-Event-Table.
          02 WS-Evt-Entry OCCURS 500 TIMES.
             03 WS-Evt-ID PIC X(8).
             03 WS-Evt-Type PIC X(12).
             03 WS-Evt-Desc PIC X(40).
             03 WS-Evt-Start-Date PIC 9(8).
             03 WS-Evt-Start-Time PIC 9(4).
             03 WS-Evt-End-Date PIC 9(8).
             03 WS-Evt-End-Time PIC 9(4).
             03 WS-Evt-Start-Serial PIC 9(11).
             03 WS-Evt-End-Serial PIC 9(11).
             03 WS-Evt-Scope PIC X.
             03 WS-Evt-Country PIC XX.
             03 WS-Evt-State PIC XX OCCURS 11 TIMES.
             03 WS-Evt-Latitude PIC S9(3)V9(4).
             03 WS-Evt-Longitude PIC S9(3)V9(4).
             03 WS-Evt-Radius-Km PIC 9(4).
             03 WS-Evt-Shape-Entries PIC 9.
             03 WS-Evt-Shape PIC X(15) OCCURS 4 TIMES.
             03 WS-Evt-Match-Count PIC 9(7).
       01 WS-Evt-Entries PIC 9(4) VALUE ZERO.

      ******************************************************************
      * Subscriber notification working fields.  Each subscription
      * carries optional country, state and shape lists and an
      * optional point and radius - a list left blank accepts
      * anything, and every criterion given must be met.  The
      * minimum count holds a subscriber's sightings back until at
      * least that many of this run's adds match.  Notification
      * files use the export feed's DTL layout between a header
      * naming the subscriber and the export-style count/hash
      * trailer.
      ******************************************************************
       01 WS-Notify-Header.
          02 Ntf-Hdr-Type PIC X(3) VALUE "HDR".
          02 Ntf-Hdr-Source PIC X(15) VALUE "ALIEN-SIGHTINGS".
          02 Ntf-Hdr-Run-Date PIC 9(8) VALUE ZERO.
          02 Ntf-Hdr-Run-Time PIC 9(8) VALUE ZERO.
          02 Ntf-Hdr-Sub-ID PIC X(8) VALUE SPACES.
          02 Ntf-Hdr-Sub-Name PIC X(30) VALUE SPACES.

       01 WS-Notify-Work.
          02 WS-Subscrib-File-Status PIC XX VALUE "00".
          02 WS-Sub-Loaded PIC X VALUE "N".
             88 Subscriptions-Are-Loaded VALUE "Y".
          02 WS-Sub-Bad-Records PIC 9(7) VALUE ZERO.
          02 WS-Sub-Overflow-Count PIC 9(7) VALUE ZERO.
          02 WS-Sub-New-Adds PIC 9(9) VALUE ZERO.
          02 WS-Sub-Files-Written PIC 9(7) VALUE ZERO.
          02 WS-Sub-Total-Sent PIC 9(9) VALUE ZERO.
          02 WS-Sub-Hash PIC 9(15) VALUE ZERO.
          02 WS-Sub-I PIC 9(4) VALUE ZERO.
          02 WS-Sub-J PIC 9(4) VALUE ZERO.
          02 WS-Sub-Match PIC X VALUE "N".
             88 Sub-Criteria-Are-Met VALUE "Y".
          02 WS-Sub-Found PIC X VALUE "N".
             88 Sub-Item-Was-Found VALUE "Y".
          02 WS-Sub-Rec-OK PIC X VALUE "Y".
             88 Sub-Record-Is-Usable VALUE "Y".
          02 WS-Sub-State-Upper PIC XX VALUE SPACES.
          02 WS-Sub-Country-Upper PIC XX VALUE SPACES.
          02 WS-Sub-Shape-Upper PIC X(15) VALUE SPACES.
          02 WS-Sub-Status-Text PIC X(8) VALUE SPACES.

       01 WS-Subscriber-Table.
          02 WS-Sub-Entry OCCURS 200 TIMES.
             03 WS-Sub-ID PIC X(8).
             03 WS-Sub-Name PIC X(30).
             03 WS-Sub-Country PIC XX OCCURS 4 TIMES.
             03 WS-Sub-Country-Entries PIC 9.
             03 WS-Sub-State PIC XX OCCURS 10 TIMES.
             03 WS-Sub-State-Entries PIC 99.
             03 WS-Sub-Shape PIC X(15) OCCURS 4 TIMES.
             03 WS-Sub-Shape-Entries PIC 9.
             03 WS-Sub-Has-Circle PIC X.
                88 Sub-Has-Circle VALUE "Y".
             03 WS-Sub-Latitude PIC S9(3)V9(4).
             03 WS-Sub-Longitude PIC S9(3)V9(4).
             03 WS-Sub-Radius-Km PIC 9(4).
             03 WS-Sub-Min-Count PIC 9(4).
             03 WS-Sub-Matched PIC 9(9).
             03 WS-Sub-Sent PIC 9(9).
       01 WS-Sub-Entries PIC 9(4) VALUE ZERO.

      ******************************************************************
      * Master backup and rollback working fields.  Backups rotate
      * through generation datasets <MSTBKUP>.G01, .G02, ... up to
      * BACKUP-GENERATIONS; the catalog lists the generations on
      * hand oldest first with the run date/time, record count and
      * key range each one holds, so the newest entry names the
      * slot the next backup follows.
      ******************************************************************
       01 WS-Backup-Work.
          02 WS-Backup-File-Status PIC XX VALUE "00".
          02 WS-BkupCat-File-Status PIC XX VALUE "00".
          02 WS-Bkp-Taken PIC X VALUE "N".
             88 Master-Backup-Is-Taken VALUE "Y".
          02 WS-Bkp-Rolled-Back PIC X VALUE "N".
             88 Master-Rollback-Has-Run VALUE "Y".
          02 WS-Bkp-Generations PIC 9(2) VALUE 3.
          02 WS-Bkp-Gen PIC 9(2) VALUE ZERO.
          02 WS-Bkp-Master-Count PIC 9(9) VALUE ZERO.
          02 WS-Bkp-Low-ID PIC 9(9) VALUE ZERO.
          02 WS-Bkp-High-ID PIC 9(9) VALUE ZERO.
          02 WS-Bkp-Check-Count PIC 9(9) VALUE ZERO.
          02 WS-Bkp-Check-Low PIC 9(9) VALUE ZERO.
          02 WS-Bkp-Check-High PIC 9(9) VALUE ZERO.
          02 WS-Bkp-Check-Trailer PIC X VALUE "N".
             88 Backup-Trailer-Was-Read VALUE "Y".
          02 WS-Bkp-Check-OK PIC X VALUE "N".
             88 Backup-Check-Passed VALUE "Y".
          02 WS-Bkp-Restored PIC 9(9) VALUE ZERO.
          02 WS-Bkp-Restore-Errors PIC 9(9) VALUE ZERO.
          02 WS-Bkp-Cat-I PIC 9(2) VALUE ZERO.
          02 WS-SuspBkup-File-Status PIC XX VALUE "00".
          02 WS-Bkp-Susp-Taken PIC X VALUE "N".
             88 Suspense-Backup-Is-Taken VALUE "Y".
          02 WS-Bkp-Susp-Count PIC 9(9) VALUE ZERO.
          02 WS-Bkp-Hash-Total PIC 9(18) VALUE ZERO.
          02 WS-Bkp-Check-Hash PIC 9(18) VALUE ZERO.
          02 WS-Bkp-Rec-Hash PIC 9(9) VALUE ZERO.
          02 WS-Bkp-Hash-I PIC 9(4) VALUE ZERO.

      ******************************************************************
      * Backup hash total - every master image copied to the backup
      * is summed byte by byte (character value times position) on
      * the way out and again when the copy is read back, so a
      * backup that drops or alters any part of a record fails the
      * check even when its count and key range agree.
      ******************************************************************
       01 WS-Bkp-Hash-Area.
          02 WS-Bkp-Hash-Byte PIC X OCCURS 121 TIMES.

      ******************************************************************
      * Master layout conversion working fields (CONVERT-MASTER).
      ******************************************************************
       01 WS-Convert-Work.
          02 WS-OldMst-File-Status PIC XX VALUE "00".
          02 WS-MstUnld-File-Status PIC XX VALUE "00".
          02 WS-Cnv-Unloaded PIC 9(9) VALUE ZERO.
          02 WS-Cnv-Read PIC 9(9) VALUE ZERO.
          02 WS-Cnv-Reloaded PIC 9(9) VALUE ZERO.
          02 WS-Cnv-Errors PIC 9(9) VALUE ZERO.

       01 WS-Backup-Catalog-Table.
          02 WS-Bkp-Cat-Entry OCCURS 99 TIMES.
             03 WS-Bkp-Cat-Record PIC X(301).
       01 WS-Bkp-Cat-Entries PIC 9(2) VALUE ZERO.

      ******************************************************************
      * Step-level restart control.  The step numbers below index
      * the step name and step state tables in run order; a step
      * is done when the step-control file holds its completion
      * record for the unfinished run.  The fingerprint table holds
      * the row and byte counts of every input the run reads, in
      * the order they are fingerprinted.
      ******************************************************************
       01 WS-Step-Control-Work.
          02 WS-StepCtl-File-Status PIC XX VALUE "00".
          02 WS-StpChk-File-Status PIC XX VALUE "00".
          02 WS-Stp-Restart PIC X VALUE "N".
             88 Step-Restart-Mode VALUE "Y".
          02 WS-Stp-Refused PIC X VALUE "N".
             88 Step-Restart-Refused VALUE "Y".
          02 WS-Stp-Usable PIC X VALUE "N".
             88 Step-Control-Is-Usable VALUE "Y".
          02 WS-Stp-Selected PIC X VALUE "N".
             88 Step-Is-Selected VALUE "Y".
          02 WS-Stp-Check-Found PIC X VALUE "N".
             88 Check-Dataset-Was-Found VALUE "Y".
          02 WS-Stp-Write-Mode PIC X VALUE "A".
             88 Stp-Write-All-Done VALUE "A".
             88 Stp-Write-Pre-Backup VALUE "B".
          02 WS-Stp-Write-State PIC X(10) VALUE SPACES.
          02 WS-Stp-Orig-Run-Date PIC 9(8) VALUE ZERO.
          02 WS-Stp-Orig-Run-Time PIC 9(8) VALUE ZERO.
          02 WS-Stp-Restart-Count PIC 9(3) VALUE ZERO.
          02 WS-Stp-Resume-Name PIC X(10) VALUE SPACES.
          02 WS-Stp-Refuse-Reason PIC X(60) VALUE SPACES.
          02 WS-Stp-I PIC 9(2) VALUE ZERO.
          02 WS-Stp-J PIC 9(2) VALUE ZERO.
          02 WS-Stp-Last-Master-Step PIC 9(2) VALUE ZERO.
          02 WS-Stp-Check-Rows PIC 9(9) VALUE ZERO.
          02 WS-Stp-Check-Bytes PIC 9(12) VALUE ZERO.
          02 WS-Stp-Check-Target PIC 9(9) VALUE ZERO.
          02 WS-Stp-File-Entries PIC 9(2) VALUE ZERO.

       01 WS-Step-Numbers.
          02 WS-Step-Parse PIC 9(2) VALUE 1.
          02 WS-Step-Notify PIC 9(2) VALUE 2.
          02 WS-Step-Archive PIC 9(2) VALUE 3.
          02 WS-Step-Correct PIC 9(2) VALUE 4.
          02 WS-Step-EventMatch PIC 9(2) VALUE 5.
          02 WS-Step-Extract PIC 9(2) VALUE 6.
          02 WS-Step-Report PIC 9(2) VALUE 7.
          02 WS-Step-Recon PIC 9(2) VALUE 8.
          02 WS-Step-Variance PIC 9(2) VALUE 9.
          02 WS-Step-Dedup PIC 9(2) VALUE 10.
          02 WS-Step-Incident PIC 9(2) VALUE 11.
          02 WS-Step-Count-Max PIC 9(2) VALUE 11.

       01 WS-Step-Name-Values.
          02 FILLER PIC X(10) VALUE "PARSE".
          02 FILLER PIC X(10) VALUE "NOTIFY".
          02 FILLER PIC X(10) VALUE "ARCHIVE".
          02 FILLER PIC X(10) VALUE "CORRECT".
          02 FILLER PIC X(10) VALUE "EVENTMATCH".
          02 FILLER PIC X(10) VALUE "EXTRACT".
          02 FILLER PIC X(10) VALUE "REPORT".
          02 FILLER PIC X(10) VALUE "RECON".
          02 FILLER PIC X(10) VALUE "VARIANCE".
          02 FILLER PIC X(10) VALUE "DEDUP".
          02 FILLER PIC X(10) VALUE "INCIDENT".
       01 WS-Step-Name-Table REDEFINES WS-Step-Name-Values.
          02 WS-Step-Name PIC X(10) OCCURS 11 TIMES.

       01 WS-Step-State-Table.
          02 WS-Step-Entry OCCURS 11 TIMES.
             03 WS-Step-Done PIC X VALUE "N".
                88 Step-Is-Done VALUE "Y".
             03 WS-Step-Pre-Backup PIC X VALUE "N".
                88 Step-Done-Before-Backup VALUE "Y".
             03 WS-Step-Date PIC 9(8) VALUE ZERO.
             03 WS-Step-Time PIC 9(8) VALUE ZERO.
             03 WS-Step-Master-Count PIC 9(9) VALUE ZERO.
             03 WS-Step-Count PIC 9(9) OCCURS 6 TIMES VALUE ZERO.

      * Parse detail counts as of the parse step's completion - per
      * input file, suspense (resubmitted, accepted, still rejected,
      * new, open) and gazetteer (standardized, coordinates
      * supplied, not found, respelled, loaded flag).
       01 WS-Stp-Parse-Detail.
          02 WS-Stp-Pd-File OCCURS 20 TIMES.
             03 WS-Stp-Pd-File-Count PIC 9(9) OCCURS 4 TIMES.
          02 WS-Stp-Pd-Susp PIC 9(9) OCCURS 6 TIMES.
          02 WS-Stp-Pd-Gaz PIC 9(9) OCCURS 6 TIMES.

       01 WS-Stp-Fingerprint-Table.
          02 WS-Stp-Fp-Entry OCCURS 26 TIMES.
             03 WS-Stp-Fp-Path PIC X(250).
             03 WS-Stp-Fp-Rows PIC 9(9).
             03 WS-Stp-Fp-Bytes PIC 9(12).
       01 WS-Stp-Fp-Entries PIC 9(2) VALUE ZERO.

      ******************************************************************
      * City gazetteer working fields.  Standard city entries carry
      * the name as it should appear on the master plus an upper-
      * case key for matching; alias entries map an upper-case
      * alias spelling (within a state/country) to the standard
      * name.  Cities not found on either table are tallied for the
      * gazetteer miss report, most frequent first.
      ******************************************************************
       01 WS-Gazetteer-Work.
          02 WS-Gazetteer-File-Status PIC XX VALUE "00".
          02 WS-Gaz-Loaded PIC X VALUE "N".
             88 Gaz-Is-Loaded VALUE "Y".
          02 WS-Gaz-Bad-Records PIC 9(7) VALUE ZERO.
          02 WS-Gaz-Table-Overflow PIC 9(7) VALUE ZERO.
          02 WS-Gaz-Standardized PIC 9(9) VALUE ZERO.
          02 WS-Gaz-Backfilled PIC 9(9) VALUE ZERO.
          02 WS-Gaz-Not-Found PIC 9(9) VALUE ZERO.
          02 WS-Gaz-Miss-Overflow PIC 9(9) VALUE ZERO.
          02 WS-Gaz-Respelled PIC 9(9) VALUE ZERO.
          02 WS-Gaz-Reported-City PIC X(30) VALUE SPACES.
          02 WS-Gaz-City-Changed PIC X VALUE "N".
             88 Gaz-City-Was-Changed VALUE "Y".
          02 WS-Gaz-Key PIC X(30) VALUE SPACES.
          02 WS-Gaz-Key-State PIC XX VALUE SPACES.
          02 WS-Gaz-Key-Country PIC XX VALUE SPACES.
          02 WS-Gaz-Idx PIC 9(4) VALUE ZERO.
          02 WS-Gaz-J PIC 9(4) VALUE ZERO.
          02 WS-Gaz-Hit PIC 9(4) VALUE ZERO.
          02 WS-Gaz-Rank-J PIC 9(4) VALUE ZERO.
          02 WS-Gaz-Rank-Best PIC 9(4) VALUE ZERO.
          02 WS-Gaz-Temp-Entry PIC X(41) VALUE SPACES.

       01 WS-Gaz-City-Table.
          02 WS-Gaz-City-Entry OCCURS 3000 TIMES.
             03 WS-Gaz-City-Name PIC X(30).
             03 WS-Gaz-City-Key PIC X(30).
             03 WS-Gaz-City-State PIC XX.
             03 WS-Gaz-City-Country PIC XX.
             03 WS-Gaz-City-Lat PIC S9(3)V9(4).
             03 WS-Gaz-City-Long PIC S9(3)V9(4).
       01 WS-Gaz-City-Entries PIC 9(4) VALUE ZERO.

       01 WS-Gaz-Alias-Table.
          02 WS-Gaz-Alias-Entry OCCURS 3000 TIMES.
             03 WS-Gaz-Alias-Key PIC X(30).
             03 WS-Gaz-Alias-State PIC XX.
             03 WS-Gaz-Alias-Country PIC XX.
             03 WS-Gaz-Alias-Std-Name PIC X(30).
       01 WS-Gaz-Alias-Entries PIC 9(4) VALUE ZERO.

       01 WS-Gaz-Miss-Table.
          02 WS-Gaz-Miss-Entry OCCURS 500 TIMES.
             03 WS-Gaz-Miss-City PIC X(30).
             03 WS-Gaz-Miss-State PIC XX.
             03 WS-Gaz-Miss-Country PIC XX.
             03 WS-Gaz-Miss-Count PIC 9(7).
       01 WS-Gaz-Miss-Entries PIC 9(4) VALUE ZERO.

      ******************************************************************
      * Export interchange feed record layouts and working fields.
      * The feed carries one HDR record (run date/time and source
       01 WS-Region-Temp-Name PIC X(12).
       01 WS-Region-Temp-Count PIC 9(9).

      ******************************************************************
      * Sighting rate report working fields.  Each state entry holds
      * the sightings and population for the rate year and the year
      * before it; rates are sightings per 100,000 residents.  With
      * no RATE-YEAR on the card the rate year follows the latest
      * year seen in the pass, and the counts shift down a year
      * whenever a later year turns up.
      ******************************************************************
       01 WS-Rate-Work.
          02 WS-PopFile-File-Status PIC XX VALUE "00".
          02 WS-Rate-Year PIC 9(4) VALUE ZERO.
          02 WS-Rate-Prior-Year PIC 9(4) VALUE ZERO.
          02 WS-Rate-State-Upper PIC XX VALUE SPACES.
          02 WS-Rate-Country-Upper PIC XX VALUE SPACES.
          02 WS-Rate-I PIC 9(4) VALUE ZERO.
          02 WS-Rate-J PIC 9(4) VALUE ZERO.
          02 WS-Rate-Best PIC 9(4) VALUE ZERO.
          02 WS-Rate-Rank PIC 9(4) VALUE ZERO.
          02 WS-Rate-Found PIC X VALUE "N".
             88 Rate-Entry-Was-Found VALUE "Y".
          02 WS-Rate-Swap PIC X VALUE "N".
             88 Rate-Entry-Ranks-Higher VALUE "Y".
          02 WS-Rate-Pop-Loaded PIC X VALUE "N".
             88 Rate-Pop-Is-Loaded VALUE "Y".
          02 WS-Rate-Overflow-Count PIC 9(7) VALUE ZERO.
          02 WS-Rate-Pop-Bad PIC 9(7) VALUE ZERO.
          02 WS-Rate-Pop-Overflow PIC 9(7) VALUE ZERO.
          02 WS-Rate-Listed PIC 9(4) VALUE ZERO.
          02 WS-Rate-Temp-State PIC X(60).
          02 WS-Rate-Temp-Region PIC X(74).
          02 WS-Rate-Disp PIC Z(6)9.99.
          02 WS-Rate-Prior-Disp PIC Z(6)9.99.
          02 WS-Rate-Change-Disp PIC +9(6).99.
          02 WS-Rate-Change PIC S9(7)V9(4) VALUE ZERO.
          02 WS-Rate-Change-Text PIC X(10) VALUE SPACES.

       01 WS-Rate-State-Table.
          02 WS-Rate-State-Entry OCCURS 100 TIMES.
             03 WS-Rate-State PIC XX.
             03 WS-Rate-Country PIC XX.
             03 WS-Rate-Cur-Count PIC 9(7).
             03 WS-Rate-Prior-Count PIC 9(7).
             03 WS-Rate-Cur-Pop PIC 9(10).
             03 WS-Rate-Prior-Pop PIC 9(10).
             03 WS-Rate-Cur-Rate PIC 9(7)V9(4).
             03 WS-Rate-Prior-Rate PIC 9(7)V9(4).
       01 WS-Rate-State-Entries PIC 9(4) VALUE ZERO.

       01 WS-Rate-Region-Table.
          02 WS-Rate-Region-Entry OCCURS 20 TIMES.
             03 WS-Rate-Region-Name PIC X(12).
             03 WS-Rate-Region-Cur-Count PIC 9(9).
             03 WS-Rate-Region-Prior-Count PIC 9(9).
             03 WS-Rate-Region-Cur-Pop PIC 9(11).
             03 WS-Rate-Region-Prior-Pop PIC 9(11).
             03 WS-Rate-Region-Cur-Rate PIC 9(7)V9(4).
             03 WS-Rate-Region-Prior-Rate PIC 9(7)V9(4).
       01 WS-Rate-Region-Entries PIC 9(4) VALUE ZERO.

       01 WS-Pop-Table.
          02 WS-Pop-Entry OCCURS 2000 TIMES.
             03 WS-Pop-State PIC XX.
             03 WS-Pop-Country PIC XX.
             03 WS-Pop-Year PIC 9(4).
             03 WS-Pop-Count PIC 9(10).
       01 WS-Pop-Entries PIC 9(4) VALUE ZERO.

       01 WS-Rank-Work.
          02 WS-Rank-I PIC 9(4) VALUE ZERO.
          02 WS-Rank-J PIC 9(4) VALUE ZERO.
             88 Run-Variance-Check VALUE "Y".
          02 WS-Opt-Rej-Tolerance PIC 9(3) VALUE 10.
          02 WS-Opt-Read-Drop-Pct PIC 9(3) VALUE 25.
          02 WS-Opt-Backout PIC X VALUE "N".
             88 Run-Backout-Mode VALUE "Y".
          02 WS-Opt-Backout-Date PIC 9(8) VALUE ZERO.
          02 WS-Opt-Backout-Time PIC 9(8) VALUE ZERO.
          02 WS-Opt-SuspRpt PIC X VALUE "Y".
             88 Run-SuspRpt-Step VALUE "Y".
          02 WS-Opt-Incident PIC X VALUE "Y".
             88 Run-Incident-Step VALUE "Y".
          02 WS-Opt-Gazetteer PIC X VALUE "Y".
             88 Run-Gazetteer-Step VALUE "Y".
          02 WS-Opt-GazRpt PIC X VALUE "Y".
             88 Run-GazRpt-Step VALUE "Y".
          02 WS-Opt-RateRpt PIC X VALUE "Y".
             88 Run-RateRpt-Step VALUE "Y".
          02 WS-Opt-Rate-Year PIC 9(4) VALUE ZERO.
          02 WS-Opt-EventMatch PIC X VALUE "Y".
             88 Run-EventMatch-Step VALUE "Y".
          02 WS-Opt-Excl-Explained PIC X VALUE "N".
             88 Exclude-Explained-Sightings VALUE "Y".
          02 WS-Opt-Notify PIC X VALUE "Y".
             88 Run-Notify-Step VALUE "Y".
          02 WS-Opt-Backup-Gens PIC 9(2) VALUE 3.
          02 WS-Opt-Restart PIC X VALUE "Y".
             88 Restart-Is-Allowed VALUE "Y".
          02 WS-Opt-Convert PIC X VALUE "N".
             88 Run-Convert-Mode VALUE "Y" "R".
             88 Convert-Reload-Only VALUE "R".
          02 WS-Opt-Keyword PIC X(20) VALUE SPACES.
          02 WS-Opt-Value PIC X(30) VALUE SPACES.
          02 WS-Opt-Switch PIC X VALUE "Y".
      * the logical file, the resolved dataset path and the status
      * code, and stops the run with a return code the scheduler
      * can branch on: 12 = bad input dataset, 8 = output failure.
      * The checkpoint, master, run-log, control-card, correction
      * and journal files are deliberately not covered - they carry
      * their own status handling because a missing file is a normal
      * condition for them.
      ******************************************************************
       DECLARATIVES.

              WS-UFODATA-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-UFODATA-Path)
           MOVE 12 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       UFOIN-IO-ERROR SECTION.
              "STATUS " WS-UFOIN-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-MstExt-Path)
           MOVE 12 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       UFOOUT-IO-ERROR SECTION.
              "STATUS " WS-UFOOUT-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-UFOOUT-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       MSTEXT-IO-ERROR SECTION.
              "STATUS " WS-MstExt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-MstExt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       REJECT-IO-ERROR SECTION.
              WS-RejFile-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-RejFile-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       SORTED-IO-ERROR SECTION.
              WS-SortedFile-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-SortedFile-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       SORTSHP-IO-ERROR SECTION.
              "STATUS " WS-SortShape-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-SortShape-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       SORTDTE-IO-ERROR SECTION.
              WS-SortDate-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-SortDate-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       DEDUP-IO-ERROR SECTION.
              "STATUS " WS-Dedup-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-Dedup-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       DUPRPT-IO-ERROR SECTION.
              "STATUS " WS-DupRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-DupRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       SORTOUT-IO-ERROR SECTION.
              "STATUS " WS-SortedOut-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-SortedOut-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       STCNT-IO-ERROR SECTION.
              "REPORT), STATUS " WS-StCntRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-StCntRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       TREND-IO-ERROR SECTION.
              WS-TrendRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-TrendRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       SHAPERPT-IO-ERROR SECTION.
              WS-ShapeRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-ShapeRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       WAVERPT-IO-ERROR SECTION.
              "STATUS " WS-WaveRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-WaveRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       DURSTAT-IO-ERROR SECTION.
              "STATISTICS), STATUS " WS-DurStat-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-DurStat-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       PROXRPT-IO-ERROR SECTION.
              "CLUSTERS), STATUS " WS-ProxRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-ProxRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       DQRPT-IO-ERROR SECTION.
              "SCORECARD), STATUS " WS-DQRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-DQRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       TIMERPT-IO-ERROR SECTION.
              "DISTRIBUTION), STATUS " WS-TimeRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-TimeRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       EXPORT-IO-ERROR SECTION.
              "STATUS " WS-Export-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-Export-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       INQOUT-IO-ERROR SECTION.
              "STATUS " WS-InqOut-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-InqOut-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       ARCHIVE-IO-ERROR SECTION.
              "STATUS " WS-Archive-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-Archive-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       JRNLSRT-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Journal-Sorted-File.
       JRNLSRT-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: JOURNAL-SORTED-FILE (BACK-OUT SORT), "
              "STATUS " WS-JrnlSort-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-JrnlSort-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       SUSPWRK-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Suspense-Work-File.
       SUSPWRK-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: SUSPENSE-WORK-FILE (SUSPENSE REBUILD), "
              "STATUS " WS-SuspWork-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-SuspWork-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       SUSPRPT-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Suspense-Aging-Report.
       SUSPRPT-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: SUSPENSE-AGING-REPORT (SUSPENSE "
              "AGING), STATUS " WS-SuspRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-SuspRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       INCCAND-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Incident-Cand-File.
       INCCAND-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: INCIDENT-CAND-FILE (INCIDENT "
              "CANDIDATES), STATUS " WS-IncCand-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-IncCand-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       INCSORT-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Incident-Sorted-File.
       INCSORT-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: INCIDENT-SORTED-FILE (INCIDENT SORT), "
              "STATUS " WS-IncSort-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-IncSort-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       INCFILE-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Incident-File.
       INCFILE-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: INCIDENT-FILE (INCIDENT FILE), "
              "STATUS " WS-IncFile-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-IncFile-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       INCRPT-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Incident-Report.
       INCRPT-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: INCIDENT-REPORT (INCIDENT REPORT), "
              "STATUS " WS-IncRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-IncRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       GAZRPT-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Gazetteer-Miss-Report.
       GAZRPT-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: GAZETTEER-MISS-REPORT "
              "(GAZETTEER MISS REPORT), STATUS " WS-GazRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-GazRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       RATERPT-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Rate-Report.
       RATERPT-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: RATE-REPORT (SIGHTING RATE REPORT), "
              "STATUS " WS-RateRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-RateRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       EVTMATCH-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Event-Match-File.
       EVTMATCH-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: EVENT-MATCH-FILE (EVENT MATCH WORK), "
              "STATUS " WS-EvtMatch-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-EvtMatch-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       EVTSORT-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Event-Match-Sorted.
       EVTSORT-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: EVENT-MATCH-SORTED (SORTED EVENT "
              "MATCHES), STATUS " WS-EvtSort-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-EvtSort-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       EXPLRPT-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Explained-Report.
       EXPLRPT-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: EXPLAINED-REPORT (POSSIBLY EXPLAINED "
              "REPORT), STATUS " WS-ExplRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-ExplRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       NEWADDS-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON New-Adds-File.
       NEWADDS-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: NEW-ADDS-FILE (MASTER ADDS WORK), "
              "STATUS " WS-NewAdds-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-NewAdds-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       NOTIFY-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Notify-File.
       NOTIFY-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: NOTIFY-FILE (SUBSCRIBER NOTIFICATION), "
              "STATUS " WS-Notify-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-Notify-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       DISTRPT-IO-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON Distribution-Report.
       DISTRPT-IO-ERROR-MSG.
           DISPLAY "FILE ERROR: DISTRIBUTION-REPORT (NOTIFICATION "
              "DISTRIBUTION), STATUS " WS-DistRpt-File-Status
           DISPLAY "  DATASET: " FUNCTION TRIM(WS-DistRpt-Path)
           MOVE 8 TO RETURN-CODE
           PERFORM Rollback-On-Failure
           STOP RUN.

       END DECLARATIVES.
               DISPLAY "******DONE*****"
               STOP RUN
            END-IF
            IF Run-Convert-Mode
               PERFORM Run-Convert-Master
               PERFORM Write-Run-Log
               DISPLAY "******DONE*****"
               STOP RUN
            END-IF
            IF Run-Backout-Mode
               PERFORM Backup-Master
               PERFORM Run-Backout
               PERFORM Write-Run-Log
               DISPLAY "******DONE*****"
               STOP RUN
            END-IF
            IF Run-Variance-Check
               PERFORM Read-Prior-Run-Log
            END-IF
            PERFORM Begin-Step-Control
            IF (Run-Parse-Step AND NOT Step-Is-Done(WS-Step-Parse))
               OR (Run-Archive-Step AND
                  NOT Step-Is-Done(WS-Step-Archive))
               OR (Run-Sort-Step AND
                  NOT Step-Is-Done(WS-Step-Correct))
               OR (Run-EventMatch-Step AND
                  NOT Step-Is-Done(WS-Step-EventMatch))
               PERFORM Backup-Master
            END-IF
            IF Run-Parse-Step AND NOT Step-Is-Done(WS-Step-Parse)
               PERFORM ParseCSV
               MOVE WS-Step-Parse TO WS-Stp-I
               PERFORM Record-Step-Complete
            END-IF
            IF Run-Parse-Step AND Run-Notify-Step AND
               NOT Step-Is-Done(WS-Step-Notify)
               PERFORM Notify-Subscribers
               MOVE WS-Step-Notify TO WS-Stp-I
               PERFORM Record-Step-Complete
            END-IF
            IF Run-Archive-Step AND NOT Step-Is-Done(WS-Step-Archive)
               PERFORM Archive-Master
               MOVE WS-Step-Archive TO WS-Stp-I
               PERFORM Record-Step-Complete
            END-IF
            IF Run-Sort-Step AND NOT Step-Is-Done(WS-Step-Correct)
               PERFORM Apply-Corrections
               MOVE WS-Step-Correct TO WS-Stp-I
               PERFORM Record-Step-Complete
            END-IF
            IF Run-EventMatch-Step AND
               NOT Step-Is-Done(WS-Step-EventMatch)
               PERFORM Match-Event-Calendar
               MOVE WS-Step-EventMatch TO WS-Stp-I
               PERFORM Record-Step-Complete
            END-IF
            IF Run-Sort-Step AND NOT Step-Is-Done(WS-Step-Extract)
               PERFORM ExtractMasterFile
               PERFORM SortCSVFile
               MOVE WS-Step-Extract TO WS-Stp-I
               PERFORM Record-Step-Complete
            END-IF
            IF NOT Step-Is-Done(WS-Step-Report)
               PERFORM RunReportingEngine
               MOVE WS-Step-Report TO WS-Stp-I
               PERFORM Record-Step-Complete
            END-IF
            IF Run-Sort-Step AND NOT Step-Is-Done(WS-Step-Recon)
               PERFORM ReconcileCounts
               MOVE WS-Step-Recon TO WS-Stp-I
               PERFORM Record-Step-Complete
            END-IF
            IF Run-Variance-Check AND
               NOT Step-Is-Done(WS-Step-Variance)
               PERFORM Check-Run-Variance
               MOVE WS-Step-Variance TO WS-Stp-I
               PERFORM Record-Step-Complete
            END-IF
            IF Run-Dedup-Step AND NOT Step-Is-Done(WS-Step-Dedup)
               PERFORM DetectDuplicates
               MOVE WS-Step-Dedup TO WS-Stp-I
               PERFORM Record-Step-Complete
            END-IF
            IF Run-Incident-Step AND NOT Step-Is-Done(WS-Step-Incident)
               PERFORM Build-Incidents
               MOVE WS-Step-Incident TO WS-Stp-I
               PERFORM Record-Step-Complete
            END-IF
            PERFORM Finish-Step-Control
            MOVE "COMPLETE" TO WS-Run-Status
            PERFORM Write-Run-Log
            DISPLAY "******DONE*****"
            ACCEPT WS-Env-Value FROM ENVIRONMENT "ARCHFILE"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-ArchBase-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "master-journal.dat" TO WS-Journal-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "JOURNAL"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-Journal-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "journal-sorted.dat" TO WS-JrnlSort-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "JRNLSORT"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-JrnlSort-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "reject-suspense.dat" TO WS-Suspense-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "SUSPENSE"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-Suspense-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "suspense-work.dat" TO WS-SuspWork-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "SUSPWORK"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-SuspWork-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\COBOL-REPORTS\
      -     "SUSPENSE-AGING.csv" TO WS-SuspRpt-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "SUSPRPT"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-SuspRpt-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "incident-cand.dat" TO WS-IncCand-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "INCCAND"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-IncCand-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "incident-sorted.dat" TO WS-IncSort-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "INCSORT"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-IncSort-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "incidents.dat" TO WS-IncFile-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "INCFILE"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-IncFile-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\COBOL-REPORTS\
      -     "INCIDENT-REPORT.csv" TO WS-IncRpt-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "INCRPT"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-IncRpt-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "city-gazetteer.dat" TO WS-Gazetteer-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "GAZETTEER"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-Gazetteer-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\COBOL-REPORTS\
      -     "GAZETTEER-MISSES.csv" TO WS-GazRpt-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "GAZRPT"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-GazRpt-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "state-population.dat" TO WS-PopFile-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "POPFILE"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-PopFile-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\COBOL-REPORTS\
      -     "SIGHTING-RATE-REPORT.csv" TO WS-RateRpt-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "RATERPT"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-RateRpt-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "event-calendar.dat" TO WS-EventCal-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "EVENTCAL"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-EventCal-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "event-match.dat" TO WS-EvtMatch-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "EVTMATCH"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-EvtMatch-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "event-match-sorted.dat" TO WS-EvtSort-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "EVTSORT"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-EvtSort-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\COBOL-REPORTS\
      -     "POSSIBLY-EXPLAINED.csv" TO WS-ExplRpt-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "EXPLRPT"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-ExplRpt-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "master-adds.dat" TO WS-NewAdds-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "NEWADDS"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-NewAdds-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "subscriptions.dat" TO WS-Subscrib-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "SUBSCRIB"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-Subscrib-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\COBOL-REPORTS\
      -     "NOTIFY-" TO WS-Notify-Prefix
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "NOTIFY"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-Notify-Prefix
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\COBOL-REPORTS\
      -     "NOTIFY-DISTRIBUTION.csv" TO WS-DistRpt-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "DISTRPT"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-DistRpt-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "master-backup" TO WS-BkupBase-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "MSTBKUP"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-BkupBase-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "master-backup.cat" TO WS-BkupCat-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "BKUPCAT"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-BkupCat-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "step-control.dat" TO WS-StepCtl-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "STEPCTL"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-StepCtl-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "ALIEN-MASTER.unl" TO WS-MstUnld-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "MSTUNLD"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-MstUnld-Path
            END-IF.

      ******************************************************************
      * Read-Run-Options - reads the run-options control card, one
      * KEYWORD=VALUE per line ("*" in column 1 is a comment).  Step
      * switches (PARSE/SORT/DEDUP/SUMMARY/STCNTRPT/TREND/SHAPE/
      * DURSTAT/WAVE) take Y or N; DATE-FROM/DATE-TO take YYYYMM and
      * COUNTRY takes a country code, all applied when the master is
      * extracted; WAVE-THRESHOLD and WAVE-WINDOW tune the wave
      * detection report.  PROXIMITY selects the proximity cluster
      * report and PROX-RADIUS/PROX-THRESHOLD tune it.  EXPORT
      * selects the downstream interchange feed written with the
      * master extract.  TIMEDIST selects the time-of-day and
      * day-of-week distribution report.  DQRPT selects the
      * data-quality scorecard written with the parse.  VARIANCE
      * selects the run-over-run check,
      * with REJECT-TOLERANCE (percentage-point jump in the reject
      * rate) and READ-DROP-PCT (percent fall in rows read) as its
      * tolerances.
      * ARCHIVE=Y turns on the archive/purge of
      * master records older than ARCHIVE-CUTOFF (a YYYY year,
      * defaulting to seven years before the run date).  INQUIRY=Y
      * switches the whole run into inquiry mode: the request card
      * is serviced against the master and every batch step is
      * skipped.  BACKOUT=Y likewise replaces the batch with a
      * back-out of the run named by BACKOUT-DATE (YYYYMMDD) and
      * BACKOUT-TIME (HHMMSSCC), as stamped on its run-log block.
      * SUSPRPT selects the reject suspense aging report written
      * with the parse and SUSP-RETAIN-DAYS sets how long resolved
      * suspense rows are kept.  INCIDENT selects the multi-witness
      * incident step, tuned by INCIDENT-WINDOW (minutes),
      * INCIDENT-RADIUS (km) and INCIDENT-MIN (witnesses).
      * GAZETTEER selects city standardization and coordinate
      * backfill from the city gazetteer during the parse, and
      * GAZRPT the report of cities not found in it.  RATERPT
      * selects the population-normalized sighting rate report and
      * RATE-YEAR (YYYY) the year it rates, defaulting to the latest
      * year on the extract.  EVENTMATCH selects the known-event
      * calendar match (which flags the master and writes the
      * possibly explained report) and EXCLUDE-EXPLAINED=Y leaves
      * flagged sightings out of the trend and wave reports.
      * NOTIFY selects the subscriber notifications for the
      * sightings this run's parse added to the master.
      * BACKUP-GENERATIONS is how many master backup copies are
      * kept (1 to 99, default 3).  RESTART=N starts a fresh run
      * even when the step-control file shows the last run
      * unfinished.  CONVERT-MASTER=Y replaces the batch with the
      * one-time conversion of a master still in the layout before
      * Master-Event-ID (unload to MSTUNLD, reload in the current
      * layout); CONVERT-MASTER=RELOAD redoes only the reload from
      * an unload already taken.
      * The sorts and the master extract share the SORT switch since
      * the extract exists only to feed them.  No card at all means
      * every step runs unfiltered.
      ******************************************************************
       Read-Run-Options.
            OPEN INPUT Control-Card-File
            IF WS-RunOpts-File-Status = "35"
               DISPLAY "NO RUN OPTIONS CARD, RUNNING ALL STEPS"
            ELSE
               IF WS-RunOpts-File-Status NOT = "00"
                  DISPLAY "WARNING: RUN OPTIONS CARD UNREADABLE, "
                     "STATUS " WS-RunOpts-File-Status
                     ", RUNNING ALL STEPS"
                  DISPLAY "  DATASET: " FUNCTION TRIM(WS-RunOpts-Path)
               ELSE
                  MOVE SPACE TO bob-2
                  READ Control-Card-File
                     AT END SET bob-EOF TO TRUE
                  END-READ
                  PERFORM UNTIL bob-EOF
                     IF Control-Card-Record NOT = SPACES AND
                        Control-Card-Record(1:1) NOT = "*"
                        PERFORM Apply-Run-Option
                     END-IF
                     READ Control-Card-File
                        AT END SET bob-EOF TO TRUE
                     END-READ
                  END-PERFORM
                  CLOSE Control-Card-File
               END-IF
            END-IF.

       Apply-Run-Option.
            MOVE SPACES TO WS-Opt-Keyword, WS-Opt-Value
            UNSTRING Control-Card-Record DELIMITED BY "="
               INTO WS-Opt-Keyword, WS-Opt-Value
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(WS-Opt-Keyword) TO WS-Opt-Keyword
            MOVE FUNCTION UPPER-CASE(WS-Opt-Value) TO WS-Opt-Value
            IF WS-Opt-Value(1:1) = "N"
               MOVE "N" TO WS-Opt-Switch
            ELSE
               MOVE "Y" TO WS-Opt-Switch
            END-IF

            EVALUATE WS-Opt-Keyword
               WHEN "PARSE"
                  MOVE WS-Opt-Switch TO WS-Opt-Parse
               WHEN "SORT"
                  MOVE WS-Opt-Switch TO WS-Opt-Sort
               WHEN "DEDUP"
                  MOVE WS-Opt-Switch TO WS-Opt-Dedup
               WHEN "SUMMARY"
                  MOVE WS-Opt-Switch TO WS-Opt-Summary
               WHEN "STCNTRPT"
                  MOVE WS-Opt-Switch TO WS-Opt-StCnt
               WHEN "TREND"
                  MOVE WS-Opt-Switch TO WS-Opt-Trend
               WHEN "SHAPE"
                  MOVE WS-Opt-Switch TO WS-Opt-Shape
               WHEN "DURSTAT"
                  MOVE WS-Opt-Switch TO WS-Opt-DurStat
               WHEN "WAVE"
                  MOVE WS-Opt-Switch TO WS-Opt-Wave
               WHEN "INQUIRY"
                  MOVE WS-Opt-Switch TO WS-Opt-Inquiry
               WHEN "EXPORT"
                  MOVE WS-Opt-Switch TO WS-Opt-Export
               WHEN "TIMEDIST"
                  MOVE WS-Opt-Switch TO WS-Opt-TimeDist
               WHEN "DQRPT"
                  MOVE WS-Opt-Switch TO WS-Opt-DQRpt
               WHEN "VARIANCE"
                  MOVE WS-Opt-Switch TO WS-Opt-Variance
               WHEN "REJECT-TOLERANCE"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Opt-Rej-Tolerance
                  ELSE
                     DISPLAY "WARNING: BAD REJECT-TOLERANCE VALUE "
                        "IGNORED: " WS-Opt-Value
                  END-IF
               WHEN "READ-DROP-PCT"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Opt-Read-Drop-Pct
                  ELSE
                     DISPLAY "WARNING: BAD READ-DROP-PCT VALUE "
                        "IGNORED: " WS-Opt-Value
                  END-IF
               WHEN "PROXIMITY"
                  MOVE WS-Opt-Switch TO WS-Opt-Prox
               WHEN "PROX-RADIUS"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Prox-Radius-Km
                  ELSE
                     DISPLAY "WARNING: BAD PROX-RADIUS VALUE "
                  END-IF
               WHEN "COUNTRY"
                  MOVE WS-Opt-Value(1:2) TO WS-Opt-Country
               WHEN "SUSPRPT"
                  MOVE WS-Opt-Switch TO WS-Opt-SuspRpt
               WHEN "SUSP-RETAIN-DAYS"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Susp-Retain-Days
                  ELSE
                     DISPLAY "WARNING: BAD SUSP-RETAIN-DAYS VALUE "
                        "IGNORED: " WS-Opt-Value
                  END-IF
               WHEN "INCIDENT"
                  MOVE WS-Opt-Switch TO WS-Opt-Incident
               WHEN "INCIDENT-WINDOW"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Inc-Window-Min
                  ELSE
                     DISPLAY "WARNING: BAD INCIDENT-WINDOW VALUE "
                        "IGNORED: " WS-Opt-Value
                  END-IF
               WHEN "INCIDENT-RADIUS"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Inc-Radius-Km
                  ELSE
                     DISPLAY "WARNING: BAD INCIDENT-RADIUS VALUE "
                        "IGNORED: " WS-Opt-Value
                  END-IF
               WHEN "INCIDENT-MIN"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Inc-Min-Witness
                  ELSE
                     DISPLAY "WARNING: BAD INCIDENT-MIN VALUE "
                        "IGNORED: " WS-Opt-Value
                  END-IF
               WHEN "GAZETTEER"
                  MOVE WS-Opt-Switch TO WS-Opt-Gazetteer
               WHEN "GAZRPT"
                  MOVE WS-Opt-Switch TO WS-Opt-GazRpt
               WHEN "RATERPT"
                  MOVE WS-Opt-Switch TO WS-Opt-RateRpt
               WHEN "EVENTMATCH"
                  MOVE WS-Opt-Switch TO WS-Opt-EventMatch
               WHEN "EXCLUDE-EXPLAINED"
                  MOVE WS-Opt-Switch TO WS-Opt-Excl-Explained
               WHEN "NOTIFY"
                  MOVE WS-Opt-Switch TO WS-Opt-Notify
               WHEN "RESTART"
                  MOVE WS-Opt-Switch TO WS-Opt-Restart
               WHEN "CONVERT-MASTER"
                  MOVE WS-Opt-Switch TO WS-Opt-Convert
                  IF WS-Opt-Value = "RELOAD"
                     MOVE "R" TO WS-Opt-Convert
                  END-IF
               WHEN "BACKUP-GENERATIONS"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC AND
                     FUNCTION NUMVAL(WS-Opt-Value) >= 1 AND
                     FUNCTION NUMVAL(WS-Opt-Value) <= 99
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Opt-Backup-Gens
                  ELSE
                     DISPLAY "WARNING: BAD BACKUP-GENERATIONS VALUE "
                        "IGNORED: " WS-Opt-Value
                  END-IF
               WHEN "RATE-YEAR"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Opt-Rate-Year
                  ELSE
                     DISPLAY "WARNING: BAD RATE-YEAR VALUE "
                        "IGNORED: " WS-Opt-Value
                  END-IF
               WHEN "BACKOUT"
                  MOVE WS-Opt-Switch TO WS-Opt-Backout
               WHEN "BACKOUT-DATE"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Opt-Backout-Date
                  ELSE
                     DISPLAY "WARNING: BAD BACKOUT-DATE VALUE "
                        "IGNORED: " WS-Opt-Value
                  END-IF
               WHEN "BACKOUT-TIME"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Opt-Backout-Time
                  ELSE
                     DISPLAY "WARNING: BAD BACKOUT-TIME VALUE "
                        "IGNORED: " WS-Opt-Value
                  END-IF
               WHEN OTHER
                  DISPLAY "WARNING: UNRECOGNIZED RUN OPTION IGNORED: "
                     WS-Opt-Keyword
            END-EVALUATE.

      ******************************************************************
      * ParseCSV - reads the raw comma-delimited extract(s),
      * validates and normalizes each row, writes the good rows out
      * fixed-width for the sort step and routes malformed rows to
      * the reject file with a reason code and the source file they
      * came from.  The manifest names the input files and each is
      * processed in turn through the same row logic with its own
      * counts.  Supports checkpoint/restart so a rerun after an
      * abend resumes in the correct file of the manifest, skipping
      * rows already processed.  Suspense rows a steward has fixed
      * are resubmitted ahead of the new input; a checkpoint restart
      * does not resubmit them again, since the failed run already
      * did and its suspense rebuild is carried forward.
      ******************************************************************
       ParseCSV.
            PERFORM Read-Checkpoint
            PERFORM Read-Manifest
            IF Run-Gazetteer-Step
               PERFORM Load-Gazetteer
            END-IF
            MOVE FUNCTION INTEGER-OF-DATE(WS-Run-Date)
               TO WS-Susp-Run-Serial

            IF Ckpt-File-Present AND WS-Ckpt-Count > 0
               OPEN EXTEND UFODATA-OUT-Fixed
               OPEN EXTEND Reject-File
               OPEN EXTEND Suspense-Work-File
               OPEN EXTEND New-Adds-File
               DISPLAY "RESUMING AFTER CHECKPOINT IN FILE "
                  WS-Ckpt-FileNum ", SKIPPING " WS-Ckpt-FileRows
                  " ROWS ALREADY PROCESSED THERE"
            ELSE
               OPEN OUTPUT UFODATA-OUT-Fixed
               OPEN OUTPUT Reject-File
               OPEN OUTPUT Suspense-Work-File
               OPEN OUTPUT New-Adds-File
            END-IF
            MOVE ZERO TO WS-Skip-Count

            PERFORM Open-Master-File
            IF Master-Is-Usable
               PERFORM Open-Journal-File
            END-IF

            IF Ckpt-File-Present AND WS-Ckpt-Count > 0
               DISPLAY "SUSPENSE ALREADY RECYCLED BEFORE THE "
                  "CHECKPOINT, NOT RESUBMITTED AGAIN"
            ELSE
               PERFORM Recycle-Suspense
            END-IF
            MOVE "PARSE" TO WS-Jrnl-Source

            PERFORM VARYING WS-Input-File-Idx FROM 1 BY 1
               UNTIL WS-Input-File-Idx > WS-Input-File-Count
               PERFORM Parse-One-Input-File
            END-PERFORM

            PERFORM Replace-Suspense-File

            SET Ckpt-Run-Is-Complete TO TRUE
            PERFORM Write-Checkpoint

            CLOSE UFODATA-OUT-Fixed
            CLOSE Reject-File
            CLOSE New-Adds-File
            CLOSE Master-File
            IF Master-Is-Usable
               CLOSE Journal-File
            END-IF

            DISPLAY "ROWS READ: " WS-Row-Number
            DISPLAY "ROWS ACCEPTED: " WS-Accept-Count
            DISPLAY "ROWS REJECTED: " WS-Reject-Count
            DISPLAY "MASTER ADDS: " WS-Master-Adds
            DISPLAY "MASTER UPDATES: " WS-Master-Updates
            DISPLAY "SUSPENSE ROWS RESUBMITTED: " WS-Susp-Recycled
               "  ACCEPTED: " WS-Susp-Recyc-Accepted
               "  STILL REJECTED: " WS-Susp-Recyc-Rejected
            DISPLAY "SUSPENSE ROWS OPEN: " WS-Susp-Open-Total
            IF Gaz-Is-Loaded
               DISPLAY "GAZETTEER CITY NAMES STANDARDIZED: "
                  WS-Gaz-Standardized
                  "  COORDINATES SUPPLIED: " WS-Gaz-Backfilled
                  "  CITIES NOT FOUND: " WS-Gaz-Not-Found
               DISPLAY "GAZETTEER MASTERS RESPELLED TO THE STANDARD "
                  "CITY: " WS-Gaz-Respelled
            END-IF
            PERFORM VARYING WS-Input-File-Idx FROM 1 BY 1
               UNTIL WS-Input-File-Idx > WS-Input-File-Count
               DISPLAY "  FILE " WS-Input-File-Idx ": "

            IF Run-DQRpt-Step
               PERFORM Write-DQ-Scorecard
            END-IF
            IF Run-SuspRpt-Step
               PERFORM Write-Suspense-Aging
            END-IF
            IF Gaz-Is-Loaded AND Run-GazRpt-Step
               PERFORM Write-Gazetteer-Misses
            END-IF.

      ******************************************************************
      * Notify-Subscribers - one notification file per subscriber
      * holding the sightings this run's parse added to the master
      * that meet the subscriber's criteria.  The adds are counted
      * against every subscriber in one pass first so a subscriber
      * whose minimum count is not reached gets a header and an
      * empty trailer rather than a partial list; then each
      * subscriber's file is written in its own pass.  A missing
      * subscription file skips the step.
      ******************************************************************
       Notify-Subscribers.
            MOVE ZERO TO WS-Sub-New-Adds, WS-Sub-Files-Written
            MOVE ZERO TO WS-Sub-Total-Sent
            PERFORM Load-Subscriptions
            IF NOT Subscriptions-Are-Loaded
               EXIT PARAGRAPH
            END-IF

            OPEN INPUT New-Adds-File
            MOVE SPACE TO bob-2
            READ New-Adds-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               ADD 1 TO WS-Sub-New-Adds
               PERFORM VARYING WS-Sub-I FROM 1 BY 1
                  UNTIL WS-Sub-I > WS-Sub-Entries
                  PERFORM Match-Subscriber
                  IF Sub-Criteria-Are-Met
                     ADD 1 TO WS-Sub-Matched(WS-Sub-I)
                  END-IF
               END-PERFORM
               READ New-Adds-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE New-Adds-File

            PERFORM VARYING WS-Sub-I FROM 1 BY 1
               UNTIL WS-Sub-I > WS-Sub-Entries
               PERFORM Write-Subscriber-Notice
            END-PERFORM

            PERFORM Write-Distribution-Summary
            DISPLAY "NOTIFICATIONS - NEW ADDS: " WS-Sub-New-Adds
               "  SUBSCRIBERS: " WS-Sub-Entries
               "  SIGHTINGS SENT: " WS-Sub-Total-Sent.

      ******************************************************************
      * Load-Subscriptions - loads the subscription file ("*" in
      * column 1 is a comment).  A subscription whose point and
      * radius are given but unusable, or whose minimum count is
      * not a number, is warned and left out rather than sending
      * the subscriber everything.
      ******************************************************************
       Load-Subscriptions.
            MOVE "N" TO WS-Sub-Loaded
            MOVE ZERO TO WS-Sub-Entries, WS-Sub-Bad-Records
            MOVE ZERO TO WS-Sub-Overflow-Count
            OPEN INPUT Subscription-File
            IF WS-Subscrib-File-Status = "35"
               DISPLAY "NO SUBSCRIPTION FILE, NOTIFICATIONS SKIPPED"
               EXIT PARAGRAPH
            END-IF
            IF WS-Subscrib-File-Status NOT = "00"
               DISPLAY "WARNING: SUBSCRIPTION FILE UNREADABLE, STATUS "
                  WS-Subscrib-File-Status ", NOTIFICATIONS SKIPPED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Subscrib-Path)
               EXIT PARAGRAPH
            END-IF

            MOVE SPACE TO bob-2
            READ Subscription-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               IF Subscription-Record NOT = SPACES AND
                  Subscription-Record(1:1) NOT = "*"
                  PERFORM Load-Subscription-Record
               END-IF
               READ Subscription-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Subscription-File

            SET Subscriptions-Are-Loaded TO TRUE
            DISPLAY "SUBSCRIPTIONS LOADED: " WS-Sub-Entries
            IF WS-Sub-Bad-Records > ZERO
               DISPLAY "WARNING: " WS-Sub-Bad-Records
                  " SUBSCRIPTION RECORD(S) NOT USABLE, IGNORED"
            END-IF
            IF WS-Sub-Overflow-Count > ZERO
               DISPLAY "WARNING: SUBSCRIBER TABLE FULL, "
                  WS-Sub-Overflow-Count " SUBSCRIPTION(S) IGNORED"
            END-IF.

       Load-Subscription-Record.
            MOVE "Y" TO WS-Sub-Rec-OK
            IF Sub-Rec-ID = SPACES
               MOVE "N" TO WS-Sub-Rec-OK
            END-IF
            IF Sub-Rec-Circle NOT = SPACES
               IF Sub-Rec-Latitude NOT NUMERIC OR
                  Sub-Rec-Longitude NOT NUMERIC OR
                  Sub-Rec-Radius-Km NOT NUMERIC
                  MOVE "N" TO WS-Sub-Rec-OK
               ELSE
                  IF Sub-Rec-Radius-Km = ZERO
                     MOVE "N" TO WS-Sub-Rec-OK
                  END-IF
               END-IF
            END-IF
            IF Sub-Rec-Min-Count NOT = SPACES AND
               FUNCTION TRIM(Sub-Rec-Min-Count) IS NOT NUMERIC
               MOVE "N" TO WS-Sub-Rec-OK
            END-IF
            IF NOT Sub-Record-Is-Usable
               ADD 1 TO WS-Sub-Bad-Records
               DISPLAY "WARNING: SUBSCRIPTION RECORD REJECTED: "
                  Subscription-Record(1:50)
               EXIT PARAGRAPH
            END-IF
            IF WS-Sub-Entries >= 200
               ADD 1 TO WS-Sub-Overflow-Count
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-Sub-Entries
            MOVE WS-Sub-Entries TO WS-Sub-I
            MOVE Sub-Rec-ID TO WS-Sub-ID(WS-Sub-I)
            MOVE Sub-Rec-Name TO WS-Sub-Name(WS-Sub-I)
            MOVE ZERO TO WS-Sub-Country-Entries(WS-Sub-I)
            PERFORM VARYING WS-Sub-J FROM 1 BY 1 UNTIL WS-Sub-J > 4
               MOVE SPACES TO WS-Sub-Country(WS-Sub-I, WS-Sub-J)
               IF Sub-Rec-Country(WS-Sub-J) NOT = SPACES
                  ADD 1 TO WS-Sub-Country-Entries(WS-Sub-I)
                  MOVE FUNCTION UPPER-CASE(Sub-Rec-Country(WS-Sub-J))
                     TO WS-Sub-Country(WS-Sub-I,
                        WS-Sub-Country-Entries(WS-Sub-I))
               END-IF
            END-PERFORM
            MOVE ZERO TO WS-Sub-State-Entries(WS-Sub-I)
            PERFORM VARYING WS-Sub-J FROM 1 BY 1 UNTIL WS-Sub-J > 10
               MOVE SPACES TO WS-Sub-State(WS-Sub-I, WS-Sub-J)
               IF Sub-Rec-State(WS-Sub-J) NOT = SPACES
                  ADD 1 TO WS-Sub-State-Entries(WS-Sub-I)
                  MOVE FUNCTION UPPER-CASE(Sub-Rec-State(WS-Sub-J))
                     TO WS-Sub-State(WS-Sub-I,
                        WS-Sub-State-Entries(WS-Sub-I))
               END-IF
            END-PERFORM
            MOVE ZERO TO WS-Sub-Shape-Entries(WS-Sub-I)
            PERFORM VARYING WS-Sub-J FROM 1 BY 1 UNTIL WS-Sub-J > 4
               MOVE SPACES TO WS-Sub-Shape(WS-Sub-I, WS-Sub-J)
               IF Sub-Rec-Shape(WS-Sub-J) NOT = SPACES
                  ADD 1 TO WS-Sub-Shape-Entries(WS-Sub-I)
                  MOVE FUNCTION UPPER-CASE(Sub-Rec-Shape(WS-Sub-J))
                     TO WS-Sub-Shape(WS-Sub-I,
                        WS-Sub-Shape-Entries(WS-Sub-I))
               END-IF
            END-PERFORM
            IF Sub-Rec-Circle = SPACES
               MOVE "N" TO WS-Sub-Has-Circle(WS-Sub-I)
               MOVE ZERO TO WS-Sub-Latitude(WS-Sub-I)
               MOVE ZERO TO WS-Sub-Longitude(WS-Sub-I)
               MOVE ZERO TO WS-Sub-Radius-Km(WS-Sub-I)
            ELSE
               MOVE "Y" TO WS-Sub-Has-Circle(WS-Sub-I)
               MOVE Sub-Rec-Latitude TO WS-Sub-Latitude(WS-Sub-I)
               MOVE Sub-Rec-Longitude TO WS-Sub-Longitude(WS-Sub-I)
               MOVE Sub-Rec-Radius-Km TO WS-Sub-Radius-Km(WS-Sub-I)
            END-IF
            IF Sub-Rec-Min-Count = SPACES
               MOVE 1 TO WS-Sub-Min-Count(WS-Sub-I)
            ELSE
               MOVE FUNCTION NUMVAL(Sub-Rec-Min-Count) TO
                  WS-Sub-Min-Count(WS-Sub-I)
               IF WS-Sub-Min-Count(WS-Sub-I) = ZERO
                  MOVE 1 TO WS-Sub-Min-Count(WS-Sub-I)
               END-IF
            END-IF
            MOVE ZERO TO WS-Sub-Matched(WS-Sub-I)
            MOVE ZERO TO WS-Sub-Sent(WS-Sub-I).

      ******************************************************************
      * Match-Subscriber - sets Sub-Criteria-Are-Met when the new add
      * in hand meets every criterion subscriber WS-Sub-I gave.  A
      * point and radius needs coordinates on the sighting,
      * reported or gazetteer-supplied.
      ******************************************************************
       Match-Subscriber.
            MOVE "N" TO WS-Sub-Match
            MOVE FUNCTION UPPER-CASE(NewAdd-Country) TO
               WS-Sub-Country-Upper
            MOVE FUNCTION UPPER-CASE(NewAdd-State) TO
               WS-Sub-State-Upper
            MOVE FUNCTION UPPER-CASE(NewAdd-Shape) TO
               WS-Sub-Shape-Upper

            IF WS-Sub-Country-Entries(WS-Sub-I) > ZERO
               MOVE "N" TO WS-Sub-Found
               PERFORM VARYING WS-Sub-J FROM 1 BY 1
                  UNTIL WS-Sub-J > WS-Sub-Country-Entries(WS-Sub-I)
                        OR Sub-Item-Was-Found
                  IF WS-Sub-Country(WS-Sub-I, WS-Sub-J) =
                     WS-Sub-Country-Upper
                     SET Sub-Item-Was-Found TO TRUE
                  END-IF
               END-PERFORM
               IF NOT Sub-Item-Was-Found
                  EXIT PARAGRAPH
               END-IF
            END-IF

            IF WS-Sub-State-Entries(WS-Sub-I) > ZERO
               MOVE "N" TO WS-Sub-Found
               PERFORM VARYING WS-Sub-J FROM 1 BY 1
                  UNTIL WS-Sub-J > WS-Sub-State-Entries(WS-Sub-I)
                        OR Sub-Item-Was-Found
                  IF WS-Sub-State(WS-Sub-I, WS-Sub-J) =
                     WS-Sub-State-Upper
                     SET Sub-Item-Was-Found TO TRUE
                  END-IF
               END-PERFORM
               IF NOT Sub-Item-Was-Found
                  EXIT PARAGRAPH
               END-IF
            END-IF

            IF WS-Sub-Shape-Entries(WS-Sub-I) > ZERO
               MOVE "N" TO WS-Sub-Found
               PERFORM VARYING WS-Sub-J FROM 1 BY 1
                  UNTIL WS-Sub-J > WS-Sub-Shape-Entries(WS-Sub-I)
                        OR Sub-Item-Was-Found
                  IF WS-Sub-Shape(WS-Sub-I, WS-Sub-J) =
                     WS-Sub-Shape-Upper
                     SET Sub-Item-Was-Found TO TRUE
                  END-IF
               END-PERFORM
               IF NOT Sub-Item-Was-Found
                  EXIT PARAGRAPH
               END-IF
            END-IF

            IF Sub-Has-Circle(WS-Sub-I)
               IF NewAdd-Geo-Valid NOT = "Y" AND
                  NewAdd-Geo-Valid NOT = "G"
                  EXIT PARAGRAPH
               END-IF
               MOVE NewAdd-Latitude TO WS-Dist-Lat-1
               MOVE NewAdd-Longitude TO WS-Dist-Long-1
               MOVE WS-Sub-Latitude(WS-Sub-I) TO WS-Dist-Lat-2
               MOVE WS-Sub-Longitude(WS-Sub-I) TO WS-Dist-Long-2
               PERFORM Compute-Point-Distance
               IF WS-Dist-Km > WS-Sub-Radius-Km(WS-Sub-I)
                  EXIT PARAGRAPH
               END-IF
            END-IF

            SET Sub-Criteria-Are-Met TO TRUE.

      ******************************************************************
      * Write-Subscriber-Notice - the notification file for
      * subscriber WS-Sub-I, named from the NOTIFY prefix, the
      * subscriber ID and the run date.  The file is always
      * written so the receiver can tell a quiet night from a
      * missed run; details go out only when the minimum count is
      * reached.
      ******************************************************************
       Write-Subscriber-Notice.
            MOVE SPACES TO WS-Notify-Path
            STRING FUNCTION TRIM(WS-Notify-Prefix)
               FUNCTION TRIM(WS-Sub-ID(WS-Sub-I)) "-" WS-Run-Date
               ".dat"
               DELIMITED BY SIZE INTO WS-Notify-Path
            OPEN OUTPUT Notify-File
            MOVE WS-Run-Date TO Ntf-Hdr-Run-Date
            MOVE WS-Run-Time TO Ntf-Hdr-Run-Time
            MOVE WS-Sub-ID(WS-Sub-I) TO Ntf-Hdr-Sub-ID
            MOVE WS-Sub-Name(WS-Sub-I) TO Ntf-Hdr-Sub-Name
            WRITE Notify-Record FROM WS-Notify-Header
            MOVE ZERO TO WS-Sub-Hash

            IF WS-Sub-Matched(WS-Sub-I) > ZERO AND
               WS-Sub-Matched(WS-Sub-I) >= WS-Sub-Min-Count(WS-Sub-I)
               OPEN INPUT New-Adds-File
               MOVE SPACE TO bob-2
               READ New-Adds-File
                  AT END SET bob-EOF TO TRUE
               END-READ
               PERFORM UNTIL bob-EOF
                  PERFORM Match-Subscriber
                  IF Sub-Criteria-Are-Met
                     PERFORM Write-Notify-Detail
                  END-IF
                  READ New-Adds-File
                     AT END SET bob-EOF TO TRUE
                  END-READ
               END-PERFORM
               CLOSE New-Adds-File
            END-IF

            MOVE "TRL" TO Exp-Trl-Type
            MOVE WS-Sub-Sent(WS-Sub-I) TO Exp-Trl-Count
            MOVE WS-Sub-Hash TO Exp-Trl-Hash
            WRITE Notify-Record FROM WS-Export-Trailer
            CLOSE Notify-File
            ADD 1 TO WS-Sub-Files-Written
            ADD WS-Sub-Sent(WS-Sub-I) TO WS-Sub-Total-Sent.

       Write-Notify-Detail.
            MOVE "DTL" TO Exp-Dtl-Type
            MOVE NewAdd-Sighting-ID TO Exp-Dtl-Sighting-ID
            MOVE NewAdd-DateTime TO Exp-Dtl-DateTime
            MOVE NewAdd-City TO Exp-Dtl-City
            MOVE NewAdd-State TO Exp-Dtl-State
            MOVE NewAdd-Country TO Exp-Dtl-Country
            MOVE NewAdd-Shape TO Exp-Dtl-Shape
            MOVE NewAdd-Duration TO Exp-Dtl-Duration
            MOVE NewAdd-Latitude TO Exp-Dtl-Latitude
            MOVE NewAdd-Longitude TO Exp-Dtl-Longitude
            MOVE NewAdd-Geo-Valid TO Exp-Dtl-Geo-Valid
            WRITE Notify-Record FROM WS-Export-Detail
            ADD 1 TO WS-Sub-Sent(WS-Sub-I)
            ADD NewAdd-Duration TO WS-Sub-Hash.

      ******************************************************************
      * Write-Distribution-Summary - how many of this run's adds
      * matched and went to each subscriber, with subscribers held
      * below their minimum count marked HELD.
      ******************************************************************
       Write-Distribution-Summary.
            OPEN OUTPUT Distribution-Report
            MOVE SPACES TO Dist-Report-Line
            MOVE "ALIEN SIGHTINGS - NOTIFICATION DISTRIBUTION SUMMARY"
               TO Dist-Report-Line
            WRITE Dist-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Dist-Report-Line
            STRING "RUN DATE: " WS-Run-Date
               "  SIGHTINGS ADDED THIS RUN: " WS-Sub-New-Adds
               DELIMITED BY SIZE INTO Dist-Report-Line
            WRITE Dist-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Dist-Report-Line
            STRING "SUBSCRIBER NAME MATCHED "
               "MINIMUM SENT STATUS"
               DELIMITED BY SIZE INTO Dist-Report-Line
            WRITE Dist-Report-Line AFTER ADVANCING 2 LINES

            PERFORM VARYING WS-Sub-I FROM 1 BY 1
               UNTIL WS-Sub-I > WS-Sub-Entries
               EVALUATE TRUE
                  WHEN WS-Sub-Sent(WS-Sub-I) > ZERO
                     MOVE "SENT" TO WS-Sub-Status-Text
                  WHEN WS-Sub-Matched(WS-Sub-I) > ZERO
                     MOVE "HELD" TO WS-Sub-Status-Text
                  WHEN OTHER
                     MOVE "NONE" TO WS-Sub-Status-Text
               END-EVALUATE
               MOVE SPACES TO Dist-Report-Line
               STRING WS-Sub-ID(WS-Sub-I) " " WS-Sub-Name(WS-Sub-I)
                  " " WS-Sub-Matched(WS-Sub-I)
                  " " WS-Sub-Min-Count(WS-Sub-I)
                  " " WS-Sub-Sent(WS-Sub-I)
                  " " WS-Sub-Status-Text
                  DELIMITED BY SIZE INTO Dist-Report-Line
               WRITE Dist-Report-Line AFTER ADVANCING 1 LINE
            END-PERFORM

            MOVE SPACES TO Dist-Report-Line
            STRING "SUBSCRIBERS: " WS-Sub-Entries
               "  NOTIFICATION FILES WRITTEN: " WS-Sub-Files-Written
               "  SIGHTINGS SENT: " WS-Sub-Total-Sent
               DELIMITED BY SIZE INTO Dist-Report-Line
            WRITE Dist-Report-Line AFTER ADVANCING 2 LINES
            IF WS-Sub-Bad-Records > ZERO OR
               WS-Sub-Overflow-Count > ZERO
               MOVE SPACES TO Dist-Report-Line
               STRING "WARNING: " WS-Sub-Bad-Records
                  " SUBSCRIPTION(S) UNUSABLE, "
                  WS-Sub-Overflow-Count
                  " OVER SUBSCRIBER TABLE CAPACITY - NOT NOTIFIED"
                  DELIMITED BY SIZE INTO Dist-Report-Line
               WRITE Dist-Report-Line AFTER ADVANCING 1 LINE
            END-IF
            CLOSE Distribution-Report.

      ******************************************************************
      * Read-Manifest - loads the input file table from the
      * manifest dataset.  A missing (or empty) manifest means the

      ******************************************************************
      * ParseOneRow - unstring, validate and normalize a single
      * InputBuffer row into Prn-Data.  When the city gazetteer is
      * loaded, a row that passes validation has its city spelling
      * standardized and missing coordinates supplied from it.
      ******************************************************************
       ParseOneRow.
            MOVE SPACES TO WS-Row-Bad
               MOVE "FIELD-COUNT-MISMATCH" TO WS-Reject-Reason
            END-IF

            MOVE "N" TO WS-Gaz-City-Changed
            IF NOT Row-Is-Bad
               INSPECT Prn-DateTime
                  REPLACING ALL WS-Comma-Mark BY ","
               PERFORM ParseCoordinates
               PERFORM ValidateDateFields
               PERFORM ValidateGeoConsistency
               IF Gaz-Is-Loaded
                  PERFORM Apply-Gazetteer
               END-IF
            END-IF.

      ******************************************************************
               ADD 1 TO WS-DQ-State-Not-US
            END-IF.

      ******************************************************************
      * Load-Gazetteer - loads the city gazetteer into the standard
      * city and alias tables.  C records carry the standard city
      * name with its state, country and coordinates; A records
      * carry an alias spelling with its state and country and the
      * standard name it stands for.  A missing gazetteer leaves
      * city names and coordinates as reported, exactly as before
      * the gazetteer existed.
      ******************************************************************
       Load-Gazetteer.
            MOVE "N" TO WS-Gaz-Loaded
            MOVE ZERO TO WS-Gaz-City-Entries, WS-Gaz-Alias-Entries
            MOVE ZERO TO WS-Gaz-Bad-Records, WS-Gaz-Table-Overflow
            MOVE ZERO TO WS-Gaz-Miss-Entries, WS-Gaz-Miss-Overflow
            OPEN INPUT Gazetteer-File
            IF WS-Gazetteer-File-Status = "35"
               DISPLAY "NO GAZETTEER, CITY NAMES LEFT AS REPORTED"
               EXIT PARAGRAPH
            END-IF
            IF WS-Gazetteer-File-Status NOT = "00"
               DISPLAY "WARNING: GAZETTEER UNREADABLE, STATUS "
                  WS-Gazetteer-File-Status
                  ", CITY NAMES LEFT AS REPORTED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Gazetteer-Path)
               EXIT PARAGRAPH
            END-IF

            MOVE SPACE TO bob-2
            READ Gazetteer-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               IF Gazetteer-Record NOT = SPACES AND
                  Gazetteer-Record(1:1) NOT = "*"
                  PERFORM Load-Gazetteer-Record
               END-IF
               READ Gazetteer-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Gazetteer-File

            IF WS-Gaz-City-Entries > ZERO
               SET Gaz-Is-Loaded TO TRUE
            END-IF
            DISPLAY "GAZETTEER LOADED: " WS-Gaz-City-Entries
               " CITIES, " WS-Gaz-Alias-Entries " ALIASES"
            IF WS-Gaz-Bad-Records > ZERO
               DISPLAY "WARNING: " WS-Gaz-Bad-Records
                  " GAZETTEER RECORD(S) NOT USABLE, IGNORED"
            END-IF
            IF WS-Gaz-Table-Overflow > ZERO
               DISPLAY "WARNING: GAZETTEER TABLE FULL, "
                  WS-Gaz-Table-Overflow " RECORD(S) IGNORED"
            END-IF.

       Load-Gazetteer-Record.
            IF Gaz-City = SPACES
               ADD 1 TO WS-Gaz-Bad-Records
               EXIT PARAGRAPH
            END-IF
            EVALUATE FUNCTION UPPER-CASE(Gaz-Rec-Type)
               WHEN "C"
                  IF Gaz-Latitude NOT NUMERIC OR
                     Gaz-Longitude NOT NUMERIC
                     ADD 1 TO WS-Gaz-Bad-Records
                     EXIT PARAGRAPH
                  END-IF
                  IF Gaz-Latitude < -90 OR Gaz-Latitude > 90 OR
                     Gaz-Longitude < -180 OR Gaz-Longitude > 180
                     ADD 1 TO WS-Gaz-Bad-Records
                     EXIT PARAGRAPH
                  END-IF
                  IF WS-Gaz-City-Entries >= 3000
                     ADD 1 TO WS-Gaz-Table-Overflow
                     EXIT PARAGRAPH
                  END-IF
                  ADD 1 TO WS-Gaz-City-Entries
                  MOVE Gaz-City TO WS-Gaz-City-Name(WS-Gaz-City-Entries)
                  MOVE FUNCTION UPPER-CASE(Gaz-City) TO
                     WS-Gaz-City-Key(WS-Gaz-City-Entries)
                  MOVE FUNCTION UPPER-CASE(Gaz-State) TO
                     WS-Gaz-City-State(WS-Gaz-City-Entries)
                  MOVE FUNCTION UPPER-CASE(Gaz-Country) TO
                     WS-Gaz-City-Country(WS-Gaz-City-Entries)
                  MOVE Gaz-Latitude TO
                     WS-Gaz-City-Lat(WS-Gaz-City-Entries)
                  MOVE Gaz-Longitude TO
                     WS-Gaz-City-Long(WS-Gaz-City-Entries)
               WHEN "A"
                  IF Gaz-Std-City = SPACES
                     ADD 1 TO WS-Gaz-Bad-Records
                     EXIT PARAGRAPH
                  END-IF
                  IF WS-Gaz-Alias-Entries >= 3000
                     ADD 1 TO WS-Gaz-Table-Overflow
                     EXIT PARAGRAPH
                  END-IF
                  ADD 1 TO WS-Gaz-Alias-Entries
                  MOVE FUNCTION UPPER-CASE(Gaz-City) TO
                     WS-Gaz-Alias-Key(WS-Gaz-Alias-Entries)
                  MOVE FUNCTION UPPER-CASE(Gaz-State) TO
                     WS-Gaz-Alias-State(WS-Gaz-Alias-Entries)
                  MOVE FUNCTION UPPER-CASE(Gaz-Country) TO
                     WS-Gaz-Alias-Country(WS-Gaz-Alias-Entries)
                  MOVE Gaz-Std-City TO
                     WS-Gaz-Alias-Std-Name(WS-Gaz-Alias-Entries)
               WHEN OTHER
                  ADD 1 TO WS-Gaz-Bad-Records
            END-EVALUATE.

      ******************************************************************
      * Apply-Gazetteer - looks the row's city up by its upper-case
      * spelling within its state and country, first among the
      * standard names and then among the aliases.  A hit replaces
      * the city with the standard name and, when the row carried
      * no coordinates, supplies the gazetteer's with Geo-Valid = G
      * so they are never mistaken for reported coordinates.  A
      * miss leaves the row alone and is tallied for the report.
      ******************************************************************
       Apply-Gazetteer.
            IF Row-Is-Bad OR Prn-City = SPACES
               EXIT PARAGRAPH
            END-IF
            MOVE Prn-City TO WS-Gaz-Reported-City
            MOVE FUNCTION UPPER-CASE(Prn-City) TO WS-Gaz-Key
            MOVE FUNCTION UPPER-CASE(Prn-State) TO WS-Gaz-Key-State
            MOVE FUNCTION UPPER-CASE(Prn-Country) TO
               WS-Gaz-Key-Country
            PERFORM Find-Gazetteer-City

            IF WS-Gaz-Hit = ZERO
               PERFORM VARYING WS-Gaz-Idx FROM 1 BY 1
                  UNTIL WS-Gaz-Idx > WS-Gaz-Alias-Entries
                        OR WS-Gaz-Hit NOT = ZERO
                  IF WS-Gaz-Alias-Key(WS-Gaz-Idx) = WS-Gaz-Key AND
                     WS-Gaz-Alias-State(WS-Gaz-Idx) =
                        WS-Gaz-Key-State AND
                     WS-Gaz-Alias-Country(WS-Gaz-Idx) =
                        WS-Gaz-Key-Country
                     MOVE FUNCTION UPPER-CASE
                        (WS-Gaz-Alias-Std-Name(WS-Gaz-Idx))
                        TO WS-Gaz-Key
                     PERFORM Find-Gazetteer-City
                     IF WS-Gaz-Hit = ZERO
                        MOVE WS-Gaz-Alias-Std-Name(WS-Gaz-Idx) TO
                           Prn-City
                        SET Gaz-City-Was-Changed TO TRUE
                        ADD 1 TO WS-Gaz-Standardized
                        EXIT PARAGRAPH
                     END-IF
                  END-IF
               END-PERFORM
            END-IF

            IF WS-Gaz-Hit = ZERO
               PERFORM Tally-Gazetteer-Miss
               EXIT PARAGRAPH
            END-IF

            IF Prn-City NOT = WS-Gaz-City-Name(WS-Gaz-Hit)
               MOVE WS-Gaz-City-Name(WS-Gaz-Hit) TO Prn-City
               SET Gaz-City-Was-Changed TO TRUE
               ADD 1 TO WS-Gaz-Standardized
            END-IF
            IF Prn-Geo-Valid = "N"
               MOVE WS-Gaz-City-Lat(WS-Gaz-Hit) TO Prn-Latitude
               MOVE WS-Gaz-City-Long(WS-Gaz-Hit) TO Prn-Longitude
               MOVE "G" TO Prn-Geo-Valid
               ADD 1 TO WS-Gaz-Backfilled
            END-IF.

       Find-Gazetteer-City.
            MOVE ZERO TO WS-Gaz-Hit
            PERFORM VARYING WS-Gaz-J FROM 1 BY 1
               UNTIL WS-Gaz-J > WS-Gaz-City-Entries
                     OR WS-Gaz-Hit NOT = ZERO
               IF WS-Gaz-City-Key(WS-Gaz-J) = WS-Gaz-Key AND
                  WS-Gaz-City-State(WS-Gaz-J) = WS-Gaz-Key-State AND
                  WS-Gaz-City-Country(WS-Gaz-J) = WS-Gaz-Key-Country
                  MOVE WS-Gaz-J TO WS-Gaz-Hit
               END-IF
            END-PERFORM.

       Tally-Gazetteer-Miss.
            ADD 1 TO WS-Gaz-Not-Found
            PERFORM VARYING WS-Gaz-Idx FROM 1 BY 1
               UNTIL WS-Gaz-Idx > WS-Gaz-Miss-Entries
               IF WS-Gaz-Miss-City(WS-Gaz-Idx) = WS-Gaz-Key AND
                  WS-Gaz-Miss-State(WS-Gaz-Idx) = WS-Gaz-Key-State AND
                  WS-Gaz-Miss-Country(WS-Gaz-Idx) =
                     WS-Gaz-Key-Country
                  ADD 1 TO WS-Gaz-Miss-Count(WS-Gaz-Idx)
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-Gaz-Miss-Entries >= 500
               ADD 1 TO WS-Gaz-Miss-Overflow
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-Gaz-Miss-Entries
            MOVE WS-Gaz-Key TO WS-Gaz-Miss-City(WS-Gaz-Miss-Entries)
            MOVE WS-Gaz-Key-State TO
               WS-Gaz-Miss-State(WS-Gaz-Miss-Entries)
            MOVE WS-Gaz-Key-Country TO
               WS-Gaz-Miss-Country(WS-Gaz-Miss-Entries)
            MOVE 1 TO WS-Gaz-Miss-Count(WS-Gaz-Miss-Entries).

      ******************************************************************
      * Write-Gazetteer-Misses - the cities this run could not find
      * in the gazetteer, most frequent first, so the additions that
      * would standardize the most rows are made first.
      ******************************************************************
       Write-Gazetteer-Misses.
            PERFORM VARYING WS-Gaz-Idx FROM 1 BY 1
               UNTIL WS-Gaz-Idx >= WS-Gaz-Miss-Entries
               MOVE WS-Gaz-Idx TO WS-Gaz-Rank-Best
               PERFORM VARYING WS-Gaz-Rank-J FROM WS-Gaz-Idx BY 1
                  UNTIL WS-Gaz-Rank-J > WS-Gaz-Miss-Entries
                  IF WS-Gaz-Miss-Count(WS-Gaz-Rank-J) >
                     WS-Gaz-Miss-Count(WS-Gaz-Rank-Best)
                     MOVE WS-Gaz-Rank-J TO WS-Gaz-Rank-Best
                  END-IF
               END-PERFORM
               IF WS-Gaz-Rank-Best NOT = WS-Gaz-Idx
                  MOVE WS-Gaz-Miss-Entry(WS-Gaz-Idx) TO
                     WS-Gaz-Temp-Entry
                  MOVE WS-Gaz-Miss-Entry(WS-Gaz-Rank-Best) TO
                     WS-Gaz-Miss-Entry(WS-Gaz-Idx)
                  MOVE WS-Gaz-Temp-Entry TO
                     WS-Gaz-Miss-Entry(WS-Gaz-Rank-Best)
               END-IF
            END-PERFORM

            OPEN OUTPUT Gazetteer-Miss-Report

            MOVE SPACES TO GazRpt-Report-Line
            MOVE "ALIEN SIGHTINGS - CITIES NOT FOUND IN GAZETTEER" TO
               GazRpt-Report-Line
            WRITE GazRpt-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO GazRpt-Report-Line
            STRING "RUN DATE: " WS-Run-Date
               "  GAZETTEER CITIES: " WS-Gaz-City-Entries
               "  ALIASES: " WS-Gaz-Alias-Entries
               DELIMITED BY SIZE INTO GazRpt-Report-Line
            WRITE GazRpt-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO GazRpt-Report-Line
            STRING "CITY NAMES STANDARDIZED: " WS-Gaz-Standardized
               "  COORDINATES SUPPLIED: " WS-Gaz-Backfilled
               "  ROWS WITH CITY NOT FOUND: " WS-Gaz-Not-Found
               DELIMITED BY SIZE INTO GazRpt-Report-Line
            WRITE GazRpt-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO GazRpt-Report-Line
            WRITE GazRpt-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO GazRpt-Report-Line
            MOVE "CITY,STATE,COUNTRY,ROWS" TO GazRpt-Report-Line
            WRITE GazRpt-Report-Line AFTER ADVANCING 1 LINE

            PERFORM VARYING WS-Gaz-Idx FROM 1 BY 1
               UNTIL WS-Gaz-Idx > WS-Gaz-Miss-Entries
               MOVE SPACES TO GazRpt-Report-Line
               STRING FUNCTION TRIM(WS-Gaz-Miss-City(WS-Gaz-Idx))
                  "," WS-Gaz-Miss-State(WS-Gaz-Idx)
                  "," WS-Gaz-Miss-Country(WS-Gaz-Idx)
                  "," WS-Gaz-Miss-Count(WS-Gaz-Idx)
                  DELIMITED BY SIZE INTO GazRpt-Report-Line
               WRITE GazRpt-Report-Line AFTER ADVANCING 1 LINE
            END-PERFORM

            IF WS-Gaz-Miss-Overflow > ZERO
               MOVE SPACES TO GazRpt-Report-Line
               STRING "WARNING: MISS TABLE FULL, "
                  WS-Gaz-Miss-Overflow " MORE ROW(S) NOT LISTED"
                  DELIMITED BY SIZE INTO GazRpt-Report-Line
               WRITE GazRpt-Report-Line AFTER ADVANCING 1 LINE
            END-IF

            CLOSE Gazetteer-Miss-Report.

      ******************************************************************
      * Write-DQ-Scorecard - one data-quality scorecard per run:
      * the count each validation rule fired, alongside the run's
            MOVE WS-Reject-Reason TO Reject-Reason
            MOVE InputBuffer(1:250) TO Reject-RawData
            WRITE Reject-Record
            PERFORM Write-Suspense-Entry
            ADD 1 TO WS-Reject-Count
            ADD 1 TO WS-Input-Reject-Count(WS-Input-File-Idx).

      ******************************************************************
      * Write-Suspense-Entry - opens a suspense row for the reject
      * just written, aged from today.
      ******************************************************************
       Write-Suspense-Entry.
            MOVE SPACES TO Suspense-Work-Record
            MOVE "O" TO SuspW-Status
            MOVE WS-Run-Date TO SuspW-First-Date
            MOVE WS-Run-Date TO SuspW-Last-Date
            MOVE ZERO TO SuspW-Recycle-Count
            MOVE Reject-Source TO SuspW-Source
            MOVE Reject-Reason TO SuspW-Reason
            MOVE Reject-RawData TO SuspW-RawData
            WRITE Suspense-Work-Record
            ADD 1 TO WS-Susp-New.

      ******************************************************************
      * Recycle-Suspense - carries the suspense dataset into this
      * run's suspense rebuild.  Rows a steward has marked F are
      * run back through ParseOneRow: an accepted row goes to the
      * fixed-width output and the master like any parsed row and
      * is marked R; a row that still fails goes back to O with its
      * new reason.  Resubmitted rows are counted on their own, not
      * in the per-file read/accepted/rejected counts, so the
      * manifest files still balance in ReconcileCounts (the
      * data-quality rule counts do include them - the rules did
      * fire).  A missing suspense dataset just means nothing has
      * been rejected yet.
      ******************************************************************
       Recycle-Suspense.
            OPEN INPUT Suspense-File
            IF WS-Suspense-File-Status = "35"
               DISPLAY "NO SUSPENSE FILE, NOTHING TO RECYCLE"
               EXIT PARAGRAPH
            END-IF
            IF WS-Suspense-File-Status NOT = "00"
               DISPLAY "FILE ERROR: SUSPENSE-FILE (REJECT SUSPENSE), "
                  "STATUS " WS-Suspense-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Suspense-Path)
               MOVE 12 TO RETURN-CODE
               PERFORM Rollback-On-Failure
               STOP RUN
            END-IF
            MOVE "RECYCLE" TO WS-Jrnl-Source

            MOVE SPACE TO bob-2
            READ Suspense-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               IF Suspense-Record NOT = SPACES
                  PERFORM Recycle-One-Suspense
               END-IF
               READ Suspense-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Suspense-File.

       Recycle-One-Suspense.
            MOVE Suspense-Record TO Suspense-Work-Record
            MOVE FUNCTION UPPER-CASE(SuspW-Status) TO SuspW-Status
            MOVE "Y" TO WS-Susp-Keep
            EVALUATE SuspW-Status
               WHEN "F"
                  ADD 1 TO WS-Susp-Recycled
                  IF SuspW-Recycle-Count IS NUMERIC AND
                     SuspW-Recycle-Count < 999
                     ADD 1 TO SuspW-Recycle-Count
                  END-IF
                  MOVE WS-Run-Date TO SuspW-Last-Date
                  MOVE SPACES TO InputBuffer
                  MOVE SuspW-RawData TO InputBuffer
                  PERFORM ParseOneRow
                  IF Row-Is-Bad
                     ADD 1 TO WS-Susp-Recyc-Rejected
                     MOVE "O" TO SuspW-Status
                     MOVE WS-Reject-Reason TO SuspW-Reason
                  ELSE
                     ADD 1 TO WS-Susp-Recyc-Accepted
                     MOVE "R" TO SuspW-Status
                     WRITE PrintLine FROM Prn-Data
                     PERFORM Apply-Master-Row
                  END-IF
               WHEN "R"
                  MOVE SuspW-Last-Date TO WS-Susp-Row-Date
                  PERFORM Compute-Suspense-Age
                  IF WS-Susp-Age-Days > WS-Susp-Retain-Days
                     MOVE "N" TO WS-Susp-Keep
                     ADD 1 TO WS-Susp-Purged
                  END-IF
               WHEN "X"
                  MOVE "N" TO WS-Susp-Keep
                  ADD 1 TO WS-Susp-Written-Off
               WHEN OTHER
                  MOVE "O" TO SuspW-Status
            END-EVALUATE
            IF Susp-Row-Is-Kept
               WRITE Suspense-Work-Record
            END-IF.

      ******************************************************************
      * Compute-Suspense-Age - days from WS-Susp-Row-Date to the run
      * date.  A date a steward has garbled ages as zero rather than
      * stopping the run.
      ******************************************************************
       Compute-Suspense-Age.
            MOVE ZERO TO WS-Susp-Age-Days
            IF WS-Susp-Row-Date IS NUMERIC AND
               WS-Susp-Row-Date >= 16010101 AND
               WS-Susp-Row-Date(5:2) >= "01" AND
               WS-Susp-Row-Date(5:2) <= "12" AND
               WS-Susp-Row-Date(7:2) >= "01" AND
               WS-Susp-Row-Date(7:2) <= "31"
               MOVE FUNCTION INTEGER-OF-DATE(WS-Susp-Row-Date)
                  TO WS-Susp-Row-Serial
               COMPUTE WS-Susp-Age-Days =
                  WS-Susp-Run-Serial - WS-Susp-Row-Serial
               IF WS-Susp-Age-Days < ZERO
                  MOVE ZERO TO WS-Susp-Age-Days
               END-IF
            END-IF.

      ******************************************************************
      * Replace-Suspense-File - the rebuilt suspense (carried rows
      * plus tonight's new rejects) replaces the suspense dataset,
      * and the open rows are tallied by reason code and age for
      * the aging report on the way through.
      ******************************************************************
       Replace-Suspense-File.
            CLOSE Suspense-Work-File
            MOVE ZERO TO WS-Susp-Open-Total, WS-Susp-Resolved-Total
            MOVE ZERO TO WS-Susp-Reason-Entries, WS-Susp-Overflow-Count
            OPEN INPUT Suspense-Work-File
            OPEN OUTPUT Suspense-File
            IF WS-Suspense-File-Status NOT = "00"
               DISPLAY "FILE ERROR: SUSPENSE-FILE (REJECT SUSPENSE), "
                  "STATUS " WS-Suspense-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Suspense-Path)
               MOVE 8 TO RETURN-CODE
               PERFORM Rollback-On-Failure
               STOP RUN
            END-IF

            MOVE SPACE TO bob-2
            READ Suspense-Work-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               WRITE Suspense-Record FROM Suspense-Work-Record
               IF WS-Suspense-File-Status NOT = "00"
                  DISPLAY "FILE ERROR: SUSPENSE-FILE (REJECT "
                     "SUSPENSE), STATUS " WS-Suspense-File-Status
                  DISPLAY "  DATASET: "
                     FUNCTION TRIM(WS-Suspense-Path)
                  MOVE 8 TO RETURN-CODE
                  PERFORM Rollback-On-Failure
                  STOP RUN
               END-IF
               IF SuspW-Status = "O"
                  ADD 1 TO WS-Susp-Open-Total
                  PERFORM Tally-Suspense-Age
               ELSE
                  ADD 1 TO WS-Susp-Resolved-Total
               END-IF
               READ Suspense-Work-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM

            CLOSE Suspense-Work-File
            CLOSE Suspense-File.

       Tally-Suspense-Age.
            MOVE SuspW-First-Date TO WS-Susp-Row-Date
            PERFORM Compute-Suspense-Age
            MOVE "N" TO WS-Susp-Found
            PERFORM VARYING WS-Susp-Idx FROM 1 BY 1
               UNTIL WS-Susp-Idx > WS-Susp-Reason-Entries
                     OR Susp-Reason-Was-Found
               IF WS-Susp-Reason-Code(WS-Susp-Idx) = SuspW-Reason
                  SET Susp-Reason-Was-Found TO TRUE
               END-IF
            END-PERFORM
            IF Susp-Reason-Was-Found
               SUBTRACT 1 FROM WS-Susp-Idx
            ELSE
               IF WS-Susp-Reason-Entries < 40
                  ADD 1 TO WS-Susp-Reason-Entries
                  MOVE WS-Susp-Reason-Entries TO WS-Susp-Idx
                  MOVE SuspW-Reason TO
                     WS-Susp-Reason-Code(WS-Susp-Idx)
                  MOVE ZERO TO WS-Susp-Age-0-7(WS-Susp-Idx)
                  MOVE ZERO TO WS-Susp-Age-8-30(WS-Susp-Idx)
                  MOVE ZERO TO WS-Susp-Age-Over-30(WS-Susp-Idx)
               ELSE
                  ADD 1 TO WS-Susp-Overflow-Count
                  EXIT PARAGRAPH
               END-IF
            END-IF
            EVALUATE TRUE
               WHEN WS-Susp-Age-Days <= 7
                  ADD 1 TO WS-Susp-Age-0-7(WS-Susp-Idx)
               WHEN WS-Susp-Age-Days <= 30
                  ADD 1 TO WS-Susp-Age-8-30(WS-Susp-Idx)
               WHEN OTHER
                  ADD 1 TO WS-Susp-Age-Over-30(WS-Susp-Idx)
            END-EVALUATE.

      ******************************************************************
      * Write-Suspense-Aging - open rejects by reason code in 0-7,
      * 8-30 and 30+ day buckets (days since first rejected), with
      * this run's suspense activity, so a feed problem nobody ever
      * fixes keeps climbing into the 30+ column where it shows.
      ******************************************************************
       Write-Suspense-Aging.
            MOVE ZERO TO WS-Susp-Tot-0-7, WS-Susp-Tot-8-30
            MOVE ZERO TO WS-Susp-Tot-Over-30
            OPEN OUTPUT Suspense-Aging-Report

            MOVE SPACES TO SuspRpt-Report-Line
            MOVE "ALIEN SIGHTINGS - REJECT SUSPENSE AGING REPORT" TO
               SuspRpt-Report-Line
            WRITE SuspRpt-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO SuspRpt-Report-Line
            STRING "RUN DATE: " WS-Run-Date
               DELIMITED BY SIZE INTO SuspRpt-Report-Line
            WRITE SuspRpt-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO SuspRpt-Report-Line
            STRING "NEW REJECTS THIS RUN: " WS-Susp-New
               "  RESUBMITTED: " WS-Susp-Recycled
               "  ACCEPTED: " WS-Susp-Recyc-Accepted
               "  STILL REJECTED: " WS-Susp-Recyc-Rejected
               DELIMITED BY SIZE INTO SuspRpt-Report-Line
            WRITE SuspRpt-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO SuspRpt-Report-Line
            STRING "RESOLVED ROWS PURGED: " WS-Susp-Purged
               "  WRITTEN OFF: " WS-Susp-Written-Off
               "  RESOLVED ROWS RETAINED: " WS-Susp-Resolved-Total
               DELIMITED BY SIZE INTO SuspRpt-Report-Line
            WRITE SuspRpt-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO SuspRpt-Report-Line
            WRITE SuspRpt-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO SuspRpt-Report-Line
            STRING "OPEN REJECTS BY REASON CODE AND DAYS SINCE FIRST "
               "REJECTED"
               DELIMITED BY SIZE INTO SuspRpt-Report-Line
            WRITE SuspRpt-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO SuspRpt-Report-Line
            STRING "REASON CODE               0-7 DAYS 8-30 DAYS "
               " 30+ DAYS     TOTAL"
               DELIMITED BY SIZE INTO SuspRpt-Report-Line
            WRITE SuspRpt-Report-Line AFTER ADVANCING 1 LINE

            PERFORM VARYING WS-Susp-Idx FROM 1 BY 1
               UNTIL WS-Susp-Idx > WS-Susp-Reason-Entries
               ADD WS-Susp-Age-0-7(WS-Susp-Idx) TO WS-Susp-Tot-0-7
               ADD WS-Susp-Age-8-30(WS-Susp-Idx) TO WS-Susp-Tot-8-30
               ADD WS-Susp-Age-Over-30(WS-Susp-Idx) TO
                  WS-Susp-Tot-Over-30
               COMPUTE WS-Susp-Reason-Total =
                  WS-Susp-Age-0-7(WS-Susp-Idx) +
                  WS-Susp-Age-8-30(WS-Susp-Idx) +
                  WS-Susp-Age-Over-30(WS-Susp-Idx)
               MOVE SPACES TO SuspRpt-Report-Line
               STRING WS-Susp-Reason-Code(WS-Susp-Idx) "  "
                  WS-Susp-Age-0-7(WS-Susp-Idx) "   "
                  WS-Susp-Age-8-30(WS-Susp-Idx) "   "
                  WS-Susp-Age-Over-30(WS-Susp-Idx) "   "
                  WS-Susp-Reason-Total
                  DELIMITED BY SIZE INTO SuspRpt-Report-Line
               WRITE SuspRpt-Report-Line AFTER ADVANCING 1 LINE
            END-PERFORM

            COMPUTE WS-Susp-Reason-Total =
               WS-Susp-Tot-0-7 + WS-Susp-Tot-8-30 + WS-Susp-Tot-Over-30
            MOVE SPACES TO SuspRpt-Report-Line
            STRING "TOTAL OPEN                 "
               WS-Susp-Tot-0-7 "   "
               WS-Susp-Tot-8-30 "   "
               WS-Susp-Tot-Over-30 "   "
               WS-Susp-Reason-Total
               DELIMITED BY SIZE INTO SuspRpt-Report-Line
            WRITE SuspRpt-Report-Line AFTER ADVANCING 2 LINES

            IF WS-Susp-Overflow-Count > ZERO
               MOVE SPACES TO SuspRpt-Report-Line
               STRING "WARNING: " WS-Susp-Overflow-Count
                  " OPEN ROW(S) WITH REASON CODES BEYOND TABLE "
                  "CAPACITY WERE OMITTED"
                  DELIMITED BY SIZE INTO SuspRpt-Report-Line
               WRITE SuspRpt-Report-Line AFTER ADVANCING 2 LINES
            END-IF

            CLOSE Suspense-Aging-Report.

      ******************************************************************
      * Read-Checkpoint / Write-Checkpoint - checkpoint support so a
      * long ParseCSV run can be restarted partway through instead of
      * reprocessing every row from scratch.  Written after every row
      * so the checkpoint count always matches exactly what has been
      * written to UFODATA-OUT-Fixed/Reject-File - never ahead of it.
      ******************************************************************
       Read-Checkpoint.
            MOVE "N" TO WS-Ckpt-Exists
            MOVE ZERO TO WS-Ckpt-Count
            OPEN INPUT Checkpoint-File
            IF WS-Ckpt-File-Status = "00" OR WS-Ckpt-File-Status = "05"
               READ Checkpoint-File
                  AT END CONTINUE
                  NOT AT END
                     IF Ckpt-Status = "INPROGRESS"
                        MOVE Ckpt-RowsProcessed TO WS-Ckpt-Count
                        MOVE "Y" TO WS-Ckpt-Exists
                        IF Ckpt-FileNum IS NUMERIC AND
                           Ckpt-FileRows IS NUMERIC
                           MOVE Ckpt-FileNum TO WS-Ckpt-FileNum
                           MOVE Ckpt-FileRows TO WS-Ckpt-FileRows
                        ELSE
                           MOVE 1 TO WS-Ckpt-FileNum
                  "CHECKPOINT), STATUS " WS-Ckpt-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Ckpt-Path)
               MOVE 12 TO RETURN-CODE
               PERFORM Rollback-On-Failure
               STOP RUN
            END-IF.

                  "CHECKPOINT), STATUS " WS-Ckpt-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Ckpt-Path)
               MOVE 8 TO RETURN-CODE
               PERFORM Rollback-On-Failure
               STOP RUN
            END-IF
            MOVE WS-Row-Number TO Ckpt-RowsProcessed
      * (datetime/city/state/country/shape, matching the identity
      * duplicate detection uses) decides whether the sighting is
      * already on file; new sightings get the next assigned
      * sighting ID.  Each add is also kept on the new-adds work
      * file for the subscriber notifications.  When the gazetteer
      * standardized the city and the standard spelling is not on
      * file, the city as reported is tried as well: a sighting
      * loaded before the gazetteer (or before its alias was added)
      * is then updated and respelled to the standard name rather
      * than added a second time.
      ******************************************************************
       Apply-Master-Row.
            IF NOT Master-Is-Usable
               NOT INVALID KEY
                  MOVE "Y" TO WS-Master-Found
            END-READ
            IF NOT Master-Row-Was-Found AND Gaz-City-Was-Changed
               MOVE Prn-DateTime TO Master-DateTime
               MOVE WS-Gaz-Reported-City TO Master-City
               MOVE Prn-State TO Master-State
               MOVE Prn-Country TO Master-Country
               MOVE Prn-Shape TO Master-Shape
               READ Master-File KEY IS Master-Nat-Key
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "Y" TO WS-Master-Found
                     ADD 1 TO WS-Gaz-Respelled
               END-READ
            END-IF

            IF Master-Row-Was-Found
               MOVE Master-Record TO WS-Jrnl-Before-Image
               MOVE Prn-City TO Master-City
               MOVE Prn-Year TO Master-Year
               MOVE Prn-Month TO Master-Month
               MOVE Prn-Day TO Master-Day
                        Master-Sighting-ID
                  NOT INVALID KEY
                     ADD 1 TO WS-Master-Updates
                     MOVE "U" TO WS-Jrnl-Action
                     MOVE Master-Record TO WS-Jrnl-After-Image
                     PERFORM Write-Journal-Entry
               END-REWRITE
            ELSE
               INITIALIZE Master-Record
                  NOT INVALID KEY
                     ADD 1 TO WS-Next-Sighting-ID
                     ADD 1 TO WS-Master-Adds
                     MOVE "A" TO WS-Jrnl-Action
                     MOVE SPACES TO WS-Jrnl-Before-Image
                     MOVE Master-Record TO WS-Jrnl-After-Image
                     PERFORM Write-Journal-Entry
                     WRITE New-Adds-Record FROM Master-Record
               END-WRITE
            END-IF.

      ******************************************************************
      * Open-Journal-File / Write-Journal-Entry - the master change
      * journal is opened for append around each master-changing
      * step (created on first use).  Write-Journal-Entry records
      * the change described by WS-Jrnl-Source, WS-Jrnl-Action and
      * the before/after images for the Master-Sighting-ID in hand,
      * stamped with this run's date/time and a sequence number so
      * a back-out can replay the run's changes newest first.  A
      * journal that cannot be written stops the run - a master
      * change nobody can undo is exactly what the journal is for.
      ******************************************************************
       Open-Journal-File.
            OPEN EXTEND Journal-File
            IF WS-Journal-File-Status = "35"
               OPEN OUTPUT Journal-File
            END-IF
            IF WS-Journal-File-Status NOT = "00" AND
               WS-Journal-File-Status NOT = "05"
               DISPLAY "FILE ERROR: JOURNAL-FILE (MASTER CHANGE "
                  "JOURNAL), STATUS " WS-Journal-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Journal-Path)
               MOVE 8 TO RETURN-CODE
               PERFORM Rollback-On-Failure
               STOP RUN
            END-IF.

       Write-Journal-Entry.
            ADD 1 TO WS-Jrnl-Seq
            MOVE SPACES TO Journal-Record
            MOVE Master-Sighting-ID TO Jrnl-Sighting-ID
            MOVE WS-Run-Date TO Jrnl-Run-Date
            MOVE WS-Run-Time TO Jrnl-Run-Time
            MOVE WS-Jrnl-Seq TO Jrnl-Seq
            MOVE WS-Jrnl-Source TO Jrnl-Source
            MOVE WS-Jrnl-Action TO Jrnl-Action
            MOVE WS-Jrnl-Before-Image TO Jrnl-Before-Image
            MOVE WS-Jrnl-After-Image TO Jrnl-After-Image
            WRITE Journal-Record
            IF WS-Journal-File-Status NOT = "00"
               DISPLAY "FILE ERROR: JOURNAL-FILE (MASTER CHANGE "
                  "JOURNAL), STATUS " WS-Journal-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Journal-Path)
               MOVE 8 TO RETURN-CODE
               PERFORM Rollback-On-Failure
               STOP RUN
            END-IF
            ADD 1 TO WS-Jrnl-Written.

      ******************************************************************
      * Begin-Step-Control - fingerprints this run's inputs and
      * reads the step-control file.  When the last run it records
      * did not finish (and RESTART=N was not given), this run is a
      * restart of it: the inputs must fingerprint the same, the
      * datasets the finished steps left behind must still balance
      * to the counts they recorded, and the finished steps' counts
      * are reloaded so the steps that follow see what they would
      * have seen.  Anything else starts a fresh step-control file.
      ******************************************************************
       Begin-Step-Control.
            PERFORM Fingerprint-Inputs
            MOVE "N" TO WS-Stp-Restart, WS-Stp-Refused
            MOVE "Y" TO WS-Stp-Usable
            MOVE WS-Run-Date TO WS-Stp-Orig-Run-Date
            MOVE WS-Run-Time TO WS-Stp-Orig-Run-Time
            MOVE ZERO TO WS-Stp-Restart-Count
            PERFORM Load-Step-Control

            IF Step-Restart-Mode
               PERFORM Check-Restart-Fingerprint
               PERFORM Verify-Restart-Datasets
               PERFORM Restore-Step-Counts
               ADD 1 TO WS-Stp-Restart-Count
               MOVE "NONE" TO WS-Stp-Resume-Name
               PERFORM VARYING WS-Stp-I FROM 1 BY 1
                  UNTIL WS-Stp-I > WS-Step-Count-Max
                  PERFORM Check-Step-Selected
                  IF Step-Is-Selected AND NOT Step-Is-Done(WS-Stp-I)
                     AND WS-Stp-Resume-Name = "NONE"
                     MOVE WS-Step-Name(WS-Stp-I) TO WS-Stp-Resume-Name
                  END-IF
               END-PERFORM
               DISPLAY "RESTARTING RUN " WS-Stp-Orig-Run-Date " "
                  WS-Stp-Orig-Run-Time " AT STEP " WS-Stp-Resume-Name
            END-IF

            PERFORM VARYING WS-Stp-I FROM 1 BY 1
               UNTIL WS-Stp-I > WS-Step-Count-Max
               MOVE WS-Step-Done(WS-Stp-I) TO
                  WS-Step-Pre-Backup(WS-Stp-I)
            END-PERFORM
            MOVE "INCOMPLETE" TO WS-Stp-Write-State
            SET Stp-Write-All-Done TO TRUE
            PERFORM Write-Step-Control.

      ******************************************************************
      * Fingerprint-Inputs - row and byte counts of the run options
      * card, each input dataset the parse will read (when the parse
      * is on), the correction file and the reference files the
      * selected steps read: the gazetteer and the subscriptions
      * with the parse, the event calendar with the event match and
      * the population file with the rate report.  A dataset that
      * is not there counts as zero rows, so one appearing or going
      * away changes the fingerprint too.
      ******************************************************************
       Fingerprint-Inputs.
            MOVE ZERO TO WS-Stp-Fp-Entries
            MOVE WS-RunOpts-Path TO WS-StpChk-Path
            PERFORM Add-Fingerprint-Entry
            IF Run-Parse-Step
               PERFORM Read-Manifest
               PERFORM VARYING WS-Stp-J FROM 1 BY 1
                  UNTIL WS-Stp-J > WS-Input-File-Count
                  MOVE WS-Input-File-Path(WS-Stp-J) TO WS-StpChk-Path
                  PERFORM Add-Fingerprint-Entry
               END-PERFORM
            END-IF
            MOVE WS-CorrFile-Path TO WS-StpChk-Path
            PERFORM Add-Fingerprint-Entry
            IF Run-Parse-Step AND Run-Gazetteer-Step
               MOVE WS-Gazetteer-Path TO WS-StpChk-Path
               PERFORM Add-Fingerprint-Entry
            END-IF
            IF Run-Parse-Step AND Run-Notify-Step
               MOVE WS-Subscrib-Path TO WS-StpChk-Path
               PERFORM Add-Fingerprint-Entry
            END-IF
            IF Run-EventMatch-Step
               MOVE WS-EventCal-Path TO WS-StpChk-Path
               PERFORM Add-Fingerprint-Entry
            END-IF
            IF Run-RateRpt-Step
               MOVE WS-PopFile-Path TO WS-StpChk-Path
               PERFORM Add-Fingerprint-Entry
            END-IF.

       Add-Fingerprint-Entry.
            PERFORM Count-Check-Dataset
            ADD 1 TO WS-Stp-Fp-Entries
            MOVE WS-StpChk-Path TO WS-Stp-Fp-Path(WS-Stp-Fp-Entries)
            MOVE WS-Stp-Check-Rows TO
               WS-Stp-Fp-Rows(WS-Stp-Fp-Entries)
            MOVE WS-Stp-Check-Bytes TO
               WS-Stp-Fp-Bytes(WS-Stp-Fp-Entries).

      ******************************************************************
      * Count-Check-Dataset - rows and bytes (trailing spaces not
      * counted) of the line sequential dataset named in
      * WS-StpChk-Path.
      ******************************************************************
       Count-Check-Dataset.
            MOVE "N" TO WS-Stp-Check-Found
            MOVE ZERO TO WS-Stp-Check-Rows, WS-Stp-Check-Bytes
            OPEN INPUT Restart-Check-File
            IF WS-StpChk-File-Status NOT = "00"
               EXIT PARAGRAPH
            END-IF
            SET Check-Dataset-Was-Found TO TRUE
            MOVE SPACE TO bob-2
            READ Restart-Check-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               ADD 1 TO WS-Stp-Check-Rows
               ADD FUNCTION LENGTH(FUNCTION TRIM(Restart-Check-Line
                  TRAILING)) TO WS-Stp-Check-Bytes
               READ Restart-Check-File
                  AT END SET bob-EOF TO TRUE
               END-READ
               IF WS-StpChk-File-Status(1:1) NOT = "0" AND
                  WS-StpChk-File-Status NOT = "10"
                  SET bob-EOF TO TRUE
               END-IF
            END-PERFORM
            CLOSE Restart-Check-File.

      ******************************************************************
      * Load-Step-Control - reads the step-control file into the
      * step tables.  Only a header marked INCOMPLETE makes this
      * run a restart.
      ******************************************************************
       Load-Step-Control.
            PERFORM VARYING WS-Stp-I FROM 1 BY 1
               UNTIL WS-Stp-I > WS-Step-Count-Max
               MOVE "N" TO WS-Step-Done(WS-Stp-I)
            END-PERFORM
            MOVE ZERO TO WS-Stp-File-Entries
            INITIALIZE WS-Stp-Parse-Detail
            OPEN INPUT Step-Control-File
            IF WS-StepCtl-File-Status = "35"
               EXIT PARAGRAPH
            END-IF
            IF WS-StepCtl-File-Status NOT = "00"
               DISPLAY "WARNING: STEP CONTROL FILE UNREADABLE, STATUS "
                  WS-StepCtl-File-Status ", RUNNING AS A FRESH RUN"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-StepCtl-Path)
               EXIT PARAGRAPH
            END-IF
            MOVE SPACE TO bob-2
            READ Step-Control-File
               AT END SET bob-EOF TO TRUE
            END-READ
            IF bob-EOF OR StpH-Type NOT = "H" OR
               StpH-State NOT = "INCOMPLETE"
               CLOSE Step-Control-File
               EXIT PARAGRAPH
            END-IF
            IF NOT Restart-Is-Allowed
               DISPLAY "LAST RUN " StpH-Run-Date " " StpH-Run-Time
                  " DID NOT FINISH, RESTART=N - STARTING A FRESH RUN"
               CLOSE Step-Control-File
               EXIT PARAGRAPH
            END-IF
            SET Step-Restart-Mode TO TRUE
            MOVE StpH-Run-Date TO WS-Stp-Orig-Run-Date
            MOVE StpH-Run-Time TO WS-Stp-Orig-Run-Time
            IF StpH-Restarts IS NUMERIC
               MOVE StpH-Restarts TO WS-Stp-Restart-Count
            END-IF
            READ Step-Control-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               EVALUATE StpI-Type
                  WHEN "I"
                     PERFORM Load-Step-Input-Record
                  WHEN "S"
                     PERFORM Load-Step-Done-Record
                  WHEN "F"
                  WHEN "U"
                  WHEN "G"
                     PERFORM Load-Parse-Detail-Record
               END-EVALUATE
               READ Step-Control-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Step-Control-File.

       Load-Step-Input-Record.
            ADD 1 TO WS-Stp-File-Entries
            IF WS-Stp-File-Entries > WS-Stp-Fp-Entries
               EXIT PARAGRAPH
            END-IF
            IF StpI-Path NOT = WS-Stp-Fp-Path(WS-Stp-File-Entries) OR
               StpI-Rows NOT = WS-Stp-Fp-Rows(WS-Stp-File-Entries) OR
               StpI-Bytes NOT = WS-Stp-Fp-Bytes(WS-Stp-File-Entries)
               IF WS-Stp-Refuse-Reason = SPACES
                  MOVE SPACES TO WS-Stp-Refuse-Reason
                  STRING "INPUT CHANGED - "
                     FUNCTION TRIM(WS-Stp-Fp-Path(WS-Stp-File-Entries))
                     DELIMITED BY SIZE INTO WS-Stp-Refuse-Reason
               END-IF
            END-IF.

       Load-Step-Done-Record.
            PERFORM VARYING WS-Stp-I FROM 1 BY 1
               UNTIL WS-Stp-I > WS-Step-Count-Max
               IF WS-Step-Name(WS-Stp-I) = StpS-Name
                  MOVE "Y" TO WS-Step-Done(WS-Stp-I)
                  MOVE StpS-Date TO WS-Step-Date(WS-Stp-I)
                  MOVE StpS-Time TO WS-Step-Time(WS-Stp-I)
                  MOVE StpS-Master-Count TO
                     WS-Step-Master-Count(WS-Stp-I)
                  PERFORM VARYING WS-Stp-J FROM 1 BY 1
                     UNTIL WS-Stp-J > 6
                     MOVE StpS-Count(WS-Stp-J) TO
                        WS-Step-Count(WS-Stp-I, WS-Stp-J)
                  END-PERFORM
               END-IF
            END-PERFORM.

       Load-Parse-Detail-Record.
            PERFORM VARYING WS-Stp-J FROM 1 BY 1 UNTIL WS-Stp-J > 6
               IF StpD-Count(WS-Stp-J) IS NOT NUMERIC
                  MOVE ZERO TO StpD-Count(WS-Stp-J)
               END-IF
            END-PERFORM
            EVALUATE StpD-Type
               WHEN "F"
                  IF StpD-Seq >= 1 AND StpD-Seq <= 20
                     PERFORM VARYING WS-Stp-J FROM 1 BY 1
                        UNTIL WS-Stp-J > 4
                        MOVE StpD-Count(WS-Stp-J) TO
                           WS-Stp-Pd-File-Count(StpD-Seq, WS-Stp-J)
                     END-PERFORM
                  END-IF
               WHEN "U"
                  PERFORM VARYING WS-Stp-J FROM 1 BY 1
                     UNTIL WS-Stp-J > 6
                     MOVE StpD-Count(WS-Stp-J) TO
                        WS-Stp-Pd-Susp(WS-Stp-J)
                  END-PERFORM
               WHEN "G"
                  PERFORM VARYING WS-Stp-J FROM 1 BY 1
                     UNTIL WS-Stp-J > 6
                     MOVE StpD-Count(WS-Stp-J) TO
                        WS-Stp-Pd-Gaz(WS-Stp-J)
                  END-PERFORM
            END-EVALUATE.

       Check-Restart-Fingerprint.
            IF WS-Stp-Refuse-Reason = SPACES AND
               WS-Stp-File-Entries NOT = WS-Stp-Fp-Entries
               MOVE "INPUT DATASET LIST CHANGED"
                  TO WS-Stp-Refuse-Reason
            END-IF
            IF WS-Stp-Refuse-Reason NOT = SPACES
               PERFORM Refuse-Restart
            END-IF.

      ******************************************************************
      * Verify-Restart-Datasets - the master must still hold the
      * record count the last finished master-changing step left,
      * and once the extract step has finished its extract (and,
      * until the reports have run, its three sorted files) must
      * still hold the extract count.
      ******************************************************************
       Verify-Restart-Datasets.
            MOVE ZERO TO WS-Stp-Last-Master-Step
            IF Step-Is-Done(WS-Step-Parse)
               MOVE WS-Step-Parse TO WS-Stp-Last-Master-Step
            END-IF
            IF Step-Is-Done(WS-Step-Archive)
               MOVE WS-Step-Archive TO WS-Stp-Last-Master-Step
            END-IF
            IF Step-Is-Done(WS-Step-Correct)
               MOVE WS-Step-Correct TO WS-Stp-Last-Master-Step
            END-IF
            IF Step-Is-Done(WS-Step-EventMatch)
               MOVE WS-Step-EventMatch TO WS-Stp-Last-Master-Step
            END-IF
            IF WS-Stp-Last-Master-Step > ZERO
               PERFORM Count-Master-Remaining
               IF WS-Arch-Remaining NOT =
                  WS-Step-Master-Count(WS-Stp-Last-Master-Step)
                  MOVE SPACES TO WS-Stp-Refuse-Reason
                  STRING "MASTER HOLDS " WS-Arch-Remaining
                     " RECORDS, STEP "
                     FUNCTION TRIM
                        (WS-Step-Name(WS-Stp-Last-Master-Step))
                     " LEFT "
                     WS-Step-Master-Count(WS-Stp-Last-Master-Step)
                     DELIMITED BY SIZE INTO WS-Stp-Refuse-Reason
                  PERFORM Refuse-Restart
               END-IF
            END-IF

            IF Step-Is-Done(WS-Step-Extract)
               MOVE WS-Step-Count(WS-Step-Extract, 1) TO
                  WS-Stp-Check-Target
               MOVE WS-MstExt-Path TO WS-StpChk-Path
               PERFORM Verify-Restart-Dataset
               IF NOT Step-Is-Done(WS-Step-Report)
                  MOVE WS-SortedFile-Path TO WS-StpChk-Path
                  PERFORM Verify-Restart-Dataset
                  MOVE WS-SortShape-Path TO WS-StpChk-Path
                  PERFORM Verify-Restart-Dataset
                  MOVE WS-SortDate-Path TO WS-StpChk-Path
                  PERFORM Verify-Restart-Dataset
               END-IF
            END-IF.

       Verify-Restart-Dataset.
            PERFORM Count-Check-Dataset
            IF NOT Check-Dataset-Was-Found
               MOVE SPACES TO WS-Stp-Refuse-Reason
               STRING "MISSING " FUNCTION TRIM(WS-StpChk-Path)
                  DELIMITED BY SIZE INTO WS-Stp-Refuse-Reason
               PERFORM Refuse-Restart
            END-IF
            IF WS-Stp-Check-Rows NOT = WS-Stp-Check-Target
               MOVE SPACES TO WS-Stp-Refuse-Reason
               STRING "OUT OF BALANCE " FUNCTION TRIM(WS-StpChk-Path)
                  DELIMITED BY SIZE INTO WS-Stp-Refuse-Reason
               PERFORM Refuse-Restart
            END-IF.

       Refuse-Restart.
            SET Step-Restart-Refused TO TRUE
            MOVE "N" TO WS-Stp-Restart
            DISPLAY "RESTART OF RUN " WS-Stp-Orig-Run-Date " "
               WS-Stp-Orig-Run-Time " REFUSED: " WS-Stp-Refuse-Reason
            DISPLAY "  CORRECT THE DATASETS OR RUN WITH RESTART=N"
            MOVE "RSTRT-REFUSE" TO WS-Run-Status
            PERFORM Write-Run-Log
            MOVE 28 TO RETURN-CODE
            STOP RUN.

      ******************************************************************
      * Check-Step-Selected - whether step WS-Stp-I is switched on
      * for this run, by the same run options MAIN-PROCEDURE tests.
      ******************************************************************
       Check-Step-Selected.
            MOVE "N" TO WS-Stp-Selected
            EVALUATE WS-Stp-I
               WHEN WS-Step-Parse
                  IF Run-Parse-Step
                     SET Step-Is-Selected TO TRUE
                  END-IF
               WHEN WS-Step-Notify
                  IF Run-Parse-Step AND Run-Notify-Step
                     SET Step-Is-Selected TO TRUE
                  END-IF
               WHEN WS-Step-Archive
                  IF Run-Archive-Step
                     SET Step-Is-Selected TO TRUE
                  END-IF
               WHEN WS-Step-Correct
               WHEN WS-Step-Extract
               WHEN WS-Step-Recon
                  IF Run-Sort-Step
                     SET Step-Is-Selected TO TRUE
                  END-IF
               WHEN WS-Step-EventMatch
                  IF Run-EventMatch-Step
                     SET Step-Is-Selected TO TRUE
                  END-IF
               WHEN WS-Step-Report
                  SET Step-Is-Selected TO TRUE
               WHEN WS-Step-Variance
                  IF Run-Variance-Check
                     SET Step-Is-Selected TO TRUE
                  END-IF
               WHEN WS-Step-Dedup
                  IF Run-Dedup-Step
                     SET Step-Is-Selected TO TRUE
                  END-IF
               WHEN WS-Step-Incident
                  IF Run-Incident-Step
                     SET Step-Is-Selected TO TRUE
                  END-IF
            END-EVALUATE.

      ******************************************************************
      * Record-Step-Complete - marks step WS-Stp-I done with its key
      * counts (and, for the steps that change the master, the
      * master record count it left) and appends its completion
      * record to the step-control file.
      * Restore-Step-Counts - puts the recorded counts of the steps
      * a restart skips back where the later steps and the run log
      * expect them.
      ******************************************************************
       Record-Step-Complete.
            MOVE "Y" TO WS-Step-Done(WS-Stp-I)
            MOVE WS-Run-Date TO WS-Step-Date(WS-Stp-I)
            MOVE WS-Run-Time TO WS-Step-Time(WS-Stp-I)
            MOVE ZERO TO WS-Step-Master-Count(WS-Stp-I)
            PERFORM VARYING WS-Stp-J FROM 1 BY 1 UNTIL WS-Stp-J > 6
               MOVE ZERO TO WS-Step-Count(WS-Stp-I, WS-Stp-J)
            END-PERFORM
            EVALUATE WS-Stp-I
               WHEN WS-Step-Parse
                  MOVE WS-Row-Number TO WS-Step-Count(WS-Stp-I, 1)
                  MOVE WS-Accept-Count TO WS-Step-Count(WS-Stp-I, 2)
                  MOVE WS-Reject-Count TO WS-Step-Count(WS-Stp-I, 3)
                  MOVE WS-Skip-Count TO WS-Step-Count(WS-Stp-I, 4)
                  MOVE WS-Master-Adds TO WS-Step-Count(WS-Stp-I, 5)
                  MOVE WS-Master-Updates TO
                     WS-Step-Count(WS-Stp-I, 6)
                  PERFORM Save-Parse-Detail
               WHEN WS-Step-Notify
                  MOVE WS-Sub-New-Adds TO WS-Step-Count(WS-Stp-I, 1)
                  MOVE WS-Sub-Entries TO WS-Step-Count(WS-Stp-I, 2)
                  MOVE WS-Sub-Total-Sent TO
                     WS-Step-Count(WS-Stp-I, 3)
                  MOVE WS-Sub-Files-Written TO
                     WS-Step-Count(WS-Stp-I, 4)
               WHEN WS-Step-Archive
                  MOVE WS-Arch-Archived TO WS-Step-Count(WS-Stp-I, 1)
                  MOVE WS-Arch-Retained TO WS-Step-Count(WS-Stp-I, 2)
                  MOVE WS-Arch-Cutoff-Year TO
                     WS-Step-Count(WS-Stp-I, 3)
                  MOVE WS-Arch-Start-Count TO
                     WS-Step-Count(WS-Stp-I, 4)
               WHEN WS-Step-Correct
                  MOVE WS-Corr-Applied TO WS-Step-Count(WS-Stp-I, 1)
                  MOVE WS-Corr-Rejected TO WS-Step-Count(WS-Stp-I, 2)
               WHEN WS-Step-EventMatch
                  MOVE WS-Evt-Explained TO WS-Step-Count(WS-Stp-I, 1)
                  MOVE WS-Evt-Unexplained TO
                     WS-Step-Count(WS-Stp-I, 2)
                  MOVE WS-Evt-Flags-Set TO WS-Step-Count(WS-Stp-I, 3)
                  MOVE WS-Evt-Flags-Cleared TO
                     WS-Step-Count(WS-Stp-I, 4)
                  MOVE WS-Evt-Master-Count TO
                     WS-Step-Count(WS-Stp-I, 5)
               WHEN WS-Step-Extract
                  MOVE WS-Master-Extract-Count TO
                     WS-Step-Count(WS-Stp-I, 1)
                  MOVE WS-Filtered-Out-Count TO
                     WS-Step-Count(WS-Stp-I, 2)
                  MOVE WS-Export-Count TO WS-Step-Count(WS-Stp-I, 3)
               WHEN WS-Step-Report
                  MOVE WS-Recon-Sorted-Count TO
                     WS-Step-Count(WS-Stp-I, 1)
                  MOVE WS-Recon-Shape-Count TO
                     WS-Step-Count(WS-Stp-I, 2)
                  MOVE WS-Recon-Date-Count TO
                     WS-Step-Count(WS-Stp-I, 3)
               WHEN WS-Step-Dedup
                  MOVE WS-Dedup-Duplicates TO
                     WS-Step-Count(WS-Stp-I, 1)
               WHEN WS-Step-Incident
                  MOVE WS-Inc-Count TO WS-Step-Count(WS-Stp-I, 1)
                  MOVE WS-Inc-Sightings TO WS-Step-Count(WS-Stp-I, 2)
            END-EVALUATE
            IF WS-Stp-I = WS-Step-Parse OR
               WS-Stp-I = WS-Step-Archive OR
               WS-Stp-I = WS-Step-Correct OR
               WS-Stp-I = WS-Step-EventMatch
               PERFORM Count-Master-Remaining
               MOVE WS-Arch-Remaining TO
                  WS-Step-Master-Count(WS-Stp-I)
            END-IF

            IF NOT Step-Control-Is-Usable
               EXIT PARAGRAPH
            END-IF
            OPEN EXTEND Step-Control-File
            IF WS-StepCtl-File-Status NOT = "00"
               DISPLAY "WARNING: STEP CONTROL FILE UNAVAILABLE, STATUS "
                  WS-StepCtl-File-Status ", RUN CANNOT BE RESTARTED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-StepCtl-Path)
               MOVE "N" TO WS-Stp-Usable
               EXIT PARAGRAPH
            END-IF
            PERFORM Write-Step-Done-Record
            CLOSE Step-Control-File.

       Restore-Step-Counts.
            PERFORM VARYING WS-Stp-I FROM 1 BY 1
               UNTIL WS-Stp-I > WS-Step-Count-Max
               IF Step-Is-Done(WS-Stp-I)
                  PERFORM Restore-One-Step
               END-IF
            END-PERFORM.

       Restore-One-Step.
            EVALUATE WS-Stp-I
               WHEN WS-Step-Parse
                  MOVE WS-Step-Count(WS-Stp-I, 1) TO WS-Row-Number
                  MOVE WS-Step-Count(WS-Stp-I, 2) TO WS-Accept-Count
                  MOVE WS-Step-Count(WS-Stp-I, 3) TO WS-Reject-Count
                  MOVE WS-Step-Count(WS-Stp-I, 4) TO WS-Skip-Count
                  MOVE WS-Step-Count(WS-Stp-I, 5) TO WS-Master-Adds
                  MOVE WS-Step-Count(WS-Stp-I, 6) TO
                     WS-Master-Updates
                  PERFORM Restore-Parse-Detail
               WHEN WS-Step-Notify
                  MOVE WS-Step-Count(WS-Stp-I, 1) TO WS-Sub-New-Adds
                  MOVE WS-Step-Count(WS-Stp-I, 2) TO WS-Sub-Entries
                  MOVE WS-Step-Count(WS-Stp-I, 3) TO
                     WS-Sub-Total-Sent
                  MOVE WS-Step-Count(WS-Stp-I, 4) TO
                     WS-Sub-Files-Written
                  SET Subscriptions-Are-Loaded TO TRUE
               WHEN WS-Step-Archive
                  MOVE WS-Step-Count(WS-Stp-I, 1) TO WS-Arch-Archived
                  MOVE WS-Step-Count(WS-Stp-I, 2) TO WS-Arch-Retained
                  MOVE WS-Step-Count(WS-Stp-I, 3) TO
                     WS-Arch-Cutoff-Year
                  MOVE WS-Step-Count(WS-Stp-I, 4) TO
                     WS-Arch-Start-Count
               WHEN WS-Step-Correct
                  MOVE WS-Step-Count(WS-Stp-I, 1) TO WS-Corr-Applied
                  MOVE WS-Step-Count(WS-Stp-I, 2) TO WS-Corr-Rejected
               WHEN WS-Step-EventMatch
                  MOVE WS-Step-Count(WS-Stp-I, 1) TO WS-Evt-Explained
                  MOVE WS-Step-Count(WS-Stp-I, 2) TO
                     WS-Evt-Unexplained
                  MOVE WS-Step-Count(WS-Stp-I, 3) TO WS-Evt-Flags-Set
                  MOVE WS-Step-Count(WS-Stp-I, 4) TO
                     WS-Evt-Flags-Cleared
                  MOVE WS-Step-Count(WS-Stp-I, 5) TO
                     WS-Evt-Master-Count
                  SET Evt-Calendar-Is-Loaded TO TRUE
               WHEN WS-Step-Extract
                  MOVE WS-Step-Count(WS-Stp-I, 1) TO
                     WS-Master-Extract-Count
                  MOVE WS-Step-Count(WS-Stp-I, 2) TO
                     WS-Filtered-Out-Count
                  MOVE WS-Step-Count(WS-Stp-I, 3) TO WS-Export-Count
               WHEN WS-Step-Report
                  MOVE WS-Step-Count(WS-Stp-I, 1) TO
                     WS-Recon-Sorted-Count
                  MOVE WS-Step-Count(WS-Stp-I, 2) TO
                     WS-Recon-Shape-Count
                  MOVE WS-Step-Count(WS-Stp-I, 3) TO
                     WS-Recon-Date-Count
               WHEN WS-Step-Dedup
                  MOVE WS-Step-Count(WS-Stp-I, 1) TO
                     WS-Dedup-Duplicates
               WHEN WS-Step-Incident
                  MOVE WS-Step-Count(WS-Stp-I, 1) TO WS-Inc-Count
                  MOVE WS-Step-Count(WS-Stp-I, 2) TO WS-Inc-Sightings
            END-EVALUATE.

      ******************************************************************
      * Write-Step-Control - rewrites the step-control file: the
      * header (this run's original date/time, WS-Stp-Write-State
      * and the restart count), the input fingerprint, and a
      * completion record for each done step - every done step, or
      * only those done before the master backup when a rollback
      * has undone the rest.
      * Finish-Step-Control marks the run finished.
      ******************************************************************
       Write-Step-Control.
            IF NOT Step-Control-Is-Usable
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT Step-Control-File
            IF WS-StepCtl-File-Status NOT = "00"
               DISPLAY "WARNING: STEP CONTROL FILE UNAVAILABLE, STATUS "
                  WS-StepCtl-File-Status ", RUN CANNOT BE RESTARTED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-StepCtl-Path)
               MOVE "N" TO WS-Stp-Usable
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO Step-Control-Header
            MOVE "H" TO StpH-Type
            MOVE WS-Stp-Orig-Run-Date TO StpH-Run-Date
            MOVE WS-Stp-Orig-Run-Time TO StpH-Run-Time
            MOVE WS-Stp-Write-State TO StpH-State
            MOVE WS-Stp-Restart-Count TO StpH-Restarts
            WRITE Step-Control-Header
            PERFORM VARYING WS-Stp-J FROM 1 BY 1
               UNTIL WS-Stp-J > WS-Stp-Fp-Entries
               MOVE SPACES TO Step-Control-Input
               MOVE "I" TO StpI-Type
               MOVE WS-Stp-Fp-Rows(WS-Stp-J) TO StpI-Rows
               MOVE WS-Stp-Fp-Bytes(WS-Stp-J) TO StpI-Bytes
               MOVE WS-Stp-Fp-Path(WS-Stp-J) TO StpI-Path
               WRITE Step-Control-Input
            END-PERFORM
            PERFORM VARYING WS-Stp-I FROM 1 BY 1
               UNTIL WS-Stp-I > WS-Step-Count-Max
               IF (Stp-Write-All-Done AND Step-Is-Done(WS-Stp-I)) OR
                  (Stp-Write-Pre-Backup AND
                   Step-Done-Before-Backup(WS-Stp-I))
                  PERFORM Write-Step-Done-Record
               END-IF
            END-PERFORM
            CLOSE Step-Control-File.

       Write-Step-Done-Record.
            MOVE SPACES TO Step-Control-Step
            MOVE "S" TO StpS-Type
            MOVE WS-Step-Name(WS-Stp-I) TO StpS-Name
            MOVE WS-Step-Date(WS-Stp-I) TO StpS-Date
            MOVE WS-Step-Time(WS-Stp-I) TO StpS-Time
            MOVE WS-Step-Master-Count(WS-Stp-I) TO StpS-Master-Count
            PERFORM VARYING WS-Stp-J FROM 1 BY 1 UNTIL WS-Stp-J > 6
               MOVE WS-Step-Count(WS-Stp-I, WS-Stp-J) TO
                  StpS-Count(WS-Stp-J)
            END-PERFORM
            WRITE Step-Control-Step
            IF WS-Stp-I = WS-Step-Parse
               PERFORM Write-Parse-Detail-Records
            END-IF.

       Write-Parse-Detail-Records.
            PERFORM VARYING WS-Stp-J FROM 1 BY 1
               UNTIL WS-Stp-J > WS-Input-File-Count OR WS-Stp-J > 20
               MOVE SPACES TO Step-Control-Detail
               MOVE "F" TO StpD-Type
               MOVE "PARSE" TO StpD-Name
               MOVE WS-Stp-J TO StpD-Seq
               MOVE WS-Stp-Pd-File-Count(WS-Stp-J, 1) TO StpD-Count(1)
               MOVE WS-Stp-Pd-File-Count(WS-Stp-J, 2) TO StpD-Count(2)
               MOVE WS-Stp-Pd-File-Count(WS-Stp-J, 3) TO StpD-Count(3)
               MOVE WS-Stp-Pd-File-Count(WS-Stp-J, 4) TO StpD-Count(4)
               MOVE ZERO TO StpD-Count(5), StpD-Count(6)
               WRITE Step-Control-Detail
            END-PERFORM
            MOVE SPACES TO Step-Control-Detail
            MOVE "U" TO StpD-Type
            MOVE "PARSE" TO StpD-Name
            MOVE ZERO TO StpD-Seq
            PERFORM VARYING WS-Stp-J FROM 1 BY 1 UNTIL WS-Stp-J > 6
               MOVE WS-Stp-Pd-Susp(WS-Stp-J) TO StpD-Count(WS-Stp-J)
            END-PERFORM
            WRITE Step-Control-Detail
            MOVE SPACES TO Step-Control-Detail
            MOVE "G" TO StpD-Type
            MOVE "PARSE" TO StpD-Name
            MOVE ZERO TO StpD-Seq
            PERFORM VARYING WS-Stp-J FROM 1 BY 1 UNTIL WS-Stp-J > 6
               MOVE WS-Stp-Pd-Gaz(WS-Stp-J) TO StpD-Count(WS-Stp-J)
            END-PERFORM
            WRITE Step-Control-Detail.

      ******************************************************************
      * Save-Parse-Detail / Restore-Parse-Detail - the per-file,
      * suspense and gazetteer counts of a finished parse, kept for
      * the step-control file and put back when a restart skips the
      * parse, so the run log of the restarted run reports them.
      ******************************************************************
       Save-Parse-Detail.
            INITIALIZE WS-Stp-Parse-Detail
            PERFORM VARYING WS-Stp-J FROM 1 BY 1
               UNTIL WS-Stp-J > WS-Input-File-Count OR WS-Stp-J > 20
               MOVE WS-Input-Read-Count(WS-Stp-J) TO
                  WS-Stp-Pd-File-Count(WS-Stp-J, 1)
               MOVE WS-Input-Accept-Count(WS-Stp-J) TO
                  WS-Stp-Pd-File-Count(WS-Stp-J, 2)
               MOVE WS-Input-Reject-Count(WS-Stp-J) TO
                  WS-Stp-Pd-File-Count(WS-Stp-J, 3)
               MOVE WS-Input-Skip-Count(WS-Stp-J) TO
                  WS-Stp-Pd-File-Count(WS-Stp-J, 4)
            END-PERFORM
            MOVE WS-Susp-Recycled TO WS-Stp-Pd-Susp(1)
            MOVE WS-Susp-Recyc-Accepted TO WS-Stp-Pd-Susp(2)
            MOVE WS-Susp-Recyc-Rejected TO WS-Stp-Pd-Susp(3)
            MOVE WS-Susp-New TO WS-Stp-Pd-Susp(4)
            MOVE WS-Susp-Open-Total TO WS-Stp-Pd-Susp(5)
            MOVE WS-Gaz-Standardized TO WS-Stp-Pd-Gaz(1)
            MOVE WS-Gaz-Backfilled TO WS-Stp-Pd-Gaz(2)
            MOVE WS-Gaz-Not-Found TO WS-Stp-Pd-Gaz(3)
            MOVE WS-Gaz-Respelled TO WS-Stp-Pd-Gaz(4)
            IF Gaz-Is-Loaded
               MOVE 1 TO WS-Stp-Pd-Gaz(5)
            END-IF.

       Restore-Parse-Detail.
            PERFORM VARYING WS-Stp-J FROM 1 BY 1
               UNTIL WS-Stp-J > WS-Input-File-Count OR WS-Stp-J > 20
               MOVE WS-Stp-Pd-File-Count(WS-Stp-J, 1) TO
                  WS-Input-Read-Count(WS-Stp-J)
               MOVE WS-Stp-Pd-File-Count(WS-Stp-J, 2) TO
                  WS-Input-Accept-Count(WS-Stp-J)
               MOVE WS-Stp-Pd-File-Count(WS-Stp-J, 3) TO
                  WS-Input-Reject-Count(WS-Stp-J)
               MOVE WS-Stp-Pd-File-Count(WS-Stp-J, 4) TO
                  WS-Input-Skip-Count(WS-Stp-J)
            END-PERFORM
            MOVE WS-Stp-Pd-Susp(1) TO WS-Susp-Recycled
            MOVE WS-Stp-Pd-Susp(2) TO WS-Susp-Recyc-Accepted
            MOVE WS-Stp-Pd-Susp(3) TO WS-Susp-Recyc-Rejected
            MOVE WS-Stp-Pd-Susp(4) TO WS-Susp-New
            MOVE WS-Stp-Pd-Susp(5) TO WS-Susp-Open-Total
            MOVE WS-Stp-Pd-Gaz(1) TO WS-Gaz-Standardized
            MOVE WS-Stp-Pd-Gaz(2) TO WS-Gaz-Backfilled
            MOVE WS-Stp-Pd-Gaz(3) TO WS-Gaz-Not-Found
            MOVE WS-Stp-Pd-Gaz(4) TO WS-Gaz-Respelled
            IF WS-Stp-Pd-Gaz(5) = 1
               SET Gaz-Is-Loaded TO TRUE
            END-IF.

       Finish-Step-Control.
            MOVE "COMPLETE" TO WS-Stp-Write-State
            SET Stp-Write-All-Done TO TRUE
            PERFORM Write-Step-Control.

      ******************************************************************
      * Backup-Master - copies the sightings master to the next
      * backup generation before anything in the run changes it:
      * an HDR record with the run date/time, one DTL record per
      * master record and a TRL record with the count and the low
      * and high sighting IDs.  The copy is then read back and must
      * agree with the master on count and key range before the
      * run goes on - a run that cannot be rolled back does not
      * start changing the master.  A master not yet created backs
      * up as an empty generation.
      ******************************************************************
       Backup-Master.
            MOVE "N" TO WS-Bkp-Taken
            MOVE WS-Opt-Backup-Gens TO WS-Bkp-Generations
            PERFORM Load-Backup-Catalog
            IF WS-Bkp-Cat-Entries = ZERO
               MOVE 1 TO WS-Bkp-Gen
            ELSE
               MOVE WS-Bkp-Cat-Record(WS-Bkp-Cat-Entries)
                  TO Backup-Catalog-Record
               IF Cat-Generation >= WS-Bkp-Generations
                  MOVE 1 TO WS-Bkp-Gen
               ELSE
                  COMPUTE WS-Bkp-Gen = Cat-Generation + 1
               END-IF
            END-IF
            MOVE SPACES TO WS-Backup-Path
            STRING FUNCTION TRIM(WS-BkupBase-Path) ".G" WS-Bkp-Gen
               DELIMITED BY SIZE INTO WS-Backup-Path

            MOVE ZERO TO WS-Bkp-Master-Count, WS-Bkp-Hash-Total
            MOVE ZERO TO WS-Bkp-Low-ID, WS-Bkp-High-ID
            OPEN OUTPUT Master-Backup-File
            IF WS-Backup-File-Status NOT = "00"
               DISPLAY "FILE ERROR: MASTER-BACKUP-FILE (MASTER "
                  "BACKUP), STATUS " WS-Backup-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Backup-Path)
               PERFORM Backup-Failure
            END-IF
            MOVE SPACES TO Backup-Control-Record
            MOVE "HDR" TO Bkp-Ctl-Type
            MOVE WS-Run-Date TO Bkp-Ctl-Run-Date
            MOVE WS-Run-Time TO Bkp-Ctl-Run-Time
            MOVE ZERO TO Bkp-Ctl-Count
            MOVE ZERO TO Bkp-Ctl-Low-ID, Bkp-Ctl-High-ID
            MOVE ZERO TO Bkp-Ctl-Hash
            WRITE Backup-Control-Record

            OPEN INPUT Master-File
            IF WS-Master-File-Status NOT = "00" AND
               WS-Master-File-Status NOT = "05" AND
               WS-Master-File-Status NOT = "35"
               DISPLAY "FILE ERROR: MASTER-FILE (SIGHTINGS MASTER), "
                  "STATUS " WS-Master-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               IF WS-Master-File-Status = "39"
                  DISPLAY "  MASTER RECORD LAYOUT DOES NOT MATCH - A "
                     "MASTER FROM BEFORE THE EVENT MATCH IS CONVERTED"
                  DISPLAY "  ONCE WITH CONVERT-MASTER=Y"
               END-IF
               CLOSE Master-Backup-File
               PERFORM Backup-Failure
            END-IF
            IF WS-Master-File-Status = "35"
               DISPLAY "NO SIGHTINGS MASTER YET, EMPTY BACKUP TAKEN"
            ELSE
               MOVE SPACE TO bob-2
               READ Master-File NEXT RECORD
                  AT END SET bob-EOF TO TRUE
               END-READ
               PERFORM UNTIL bob-EOF
                  ADD 1 TO WS-Bkp-Master-Count
                  IF WS-Bkp-Master-Count = 1
                     MOVE Master-Sighting-ID TO WS-Bkp-Low-ID
                  END-IF
                  MOVE Master-Sighting-ID TO WS-Bkp-High-ID
                  MOVE "DTL" TO Bkp-Rec-Type
                  MOVE Master-Record TO Bkp-Rec-Image
                  MOVE Master-Record TO WS-Bkp-Hash-Area
                  PERFORM Compute-Backup-Hash
                  ADD WS-Bkp-Rec-Hash TO WS-Bkp-Hash-Total
                  WRITE Backup-Record
                  IF WS-Backup-File-Status NOT = "00"
                     DISPLAY "FILE ERROR: MASTER-BACKUP-FILE (MASTER "
                        "BACKUP), STATUS " WS-Backup-File-Status
                     DISPLAY "  DATASET: "
                        FUNCTION TRIM(WS-Backup-Path)
                     CLOSE Master-File
                     CLOSE Master-Backup-File
                     PERFORM Backup-Failure
                  END-IF
                  READ Master-File NEXT RECORD
                     AT END SET bob-EOF TO TRUE
                  END-READ
                  IF WS-Master-File-Status NOT = "00" AND
                     WS-Master-File-Status NOT = "10"
                     SET bob-EOF TO TRUE
                  END-IF
               END-PERFORM
               CLOSE Master-File
            END-IF

            MOVE SPACES TO Backup-Control-Record
            MOVE "TRL" TO Bkp-Ctl-Type
            MOVE WS-Run-Date TO Bkp-Ctl-Run-Date
            MOVE WS-Run-Time TO Bkp-Ctl-Run-Time
            MOVE WS-Bkp-Master-Count TO Bkp-Ctl-Count
            MOVE WS-Bkp-Low-ID TO Bkp-Ctl-Low-ID
            MOVE WS-Bkp-High-ID TO Bkp-Ctl-High-ID
            MOVE WS-Bkp-Hash-Total TO Bkp-Ctl-Hash
            WRITE Backup-Control-Record
            CLOSE Master-Backup-File

            PERFORM Verify-Master-Backup
            IF NOT Backup-Check-Passed
               DISPLAY "MASTER BACKUP CHECK FAILED: BACKUP HOLDS "
                  WS-Bkp-Check-Count " RECORDS, KEYS "
                  WS-Bkp-Check-Low "-" WS-Bkp-Check-High
               DISPLAY "  MASTER HOLDS " WS-Bkp-Master-Count
                  " RECORDS, KEYS " WS-Bkp-Low-ID "-" WS-Bkp-High-ID
               DISPLAY "  HASH TOTAL: BACKUP " WS-Bkp-Check-Hash
                  ", MASTER " WS-Bkp-Hash-Total
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Backup-Path)
               PERFORM Backup-Failure
            END-IF

            IF Run-Parse-Step AND NOT Step-Is-Done(WS-Step-Parse)
               AND NOT Run-Backout-Mode
               PERFORM Backup-Suspense
            END-IF

            PERFORM Replace-Backup-Catalog
            SET Master-Backup-Is-Taken TO TRUE
            DISPLAY "MASTER BACKUP GENERATION " WS-Bkp-Gen " OF "
               WS-Bkp-Generations ": " WS-Bkp-Master-Count
               " RECORDS, KEYS " WS-Bkp-Low-ID "-" WS-Bkp-High-ID
            DISPLAY "  DATASET: " FUNCTION TRIM(WS-Backup-Path).

      ******************************************************************
      * Verify-Master-Backup - reads the backup just written back
      * and checks its HDR/TRL framing, its detail count, its low
      * and high keys and the hash total of its record images
      * against what was read off the master.
      ******************************************************************
       Verify-Master-Backup.
            MOVE "N" TO WS-Bkp-Check-OK, WS-Bkp-Check-Trailer
            MOVE ZERO TO WS-Bkp-Check-Count, WS-Bkp-Check-Hash
            MOVE ZERO TO WS-Bkp-Check-Low, WS-Bkp-Check-High
            OPEN INPUT Master-Backup-File
            IF WS-Backup-File-Status NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE SPACE TO bob-2
            READ Master-Backup-File
               AT END SET bob-EOF TO TRUE
            END-READ
            IF bob-EOF OR Bkp-Ctl-Type NOT = "HDR"
               CLOSE Master-Backup-File
               EXIT PARAGRAPH
            END-IF
            READ Master-Backup-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF OR Backup-Trailer-Was-Read
               IF Bkp-Rec-Type = "TRL"
                  SET Backup-Trailer-Was-Read TO TRUE
               ELSE
                  ADD 1 TO WS-Bkp-Check-Count
                  IF WS-Bkp-Check-Count = 1
                     MOVE Bkp-Rec-Sighting-ID TO WS-Bkp-Check-Low
                  END-IF
                  MOVE Bkp-Rec-Sighting-ID TO WS-Bkp-Check-High
                  MOVE Bkp-Rec-Image TO WS-Bkp-Hash-Area
                  PERFORM Compute-Backup-Hash
                  ADD WS-Bkp-Rec-Hash TO WS-Bkp-Check-Hash
                  READ Master-Backup-File
                     AT END SET bob-EOF TO TRUE
                  END-READ
               END-IF
            END-PERFORM
            IF Backup-Trailer-Was-Read AND
               Bkp-Ctl-Count = WS-Bkp-Check-Count AND
               Bkp-Ctl-Low-ID = WS-Bkp-Check-Low AND
               Bkp-Ctl-High-ID = WS-Bkp-Check-High AND
               WS-Bkp-Check-Count = WS-Bkp-Master-Count AND
               WS-Bkp-Check-Low = WS-Bkp-Low-ID AND
               WS-Bkp-Check-High = WS-Bkp-High-ID AND
               Bkp-Ctl-Hash = WS-Bkp-Check-Hash AND
               WS-Bkp-Check-Hash = WS-Bkp-Hash-Total
               SET Backup-Check-Passed TO TRUE
            END-IF
            CLOSE Master-Backup-File.

       Compute-Backup-Hash.
            MOVE ZERO TO WS-Bkp-Rec-Hash
            PERFORM VARYING WS-Bkp-Hash-I FROM 1 BY 1
               UNTIL WS-Bkp-Hash-I > 121
               COMPUTE WS-Bkp-Rec-Hash = WS-Bkp-Rec-Hash +
                  FUNCTION ORD(WS-Bkp-Hash-Byte(WS-Bkp-Hash-I))
                  * WS-Bkp-Hash-I
            END-PERFORM.

      ******************************************************************
      * Load-Backup-Catalog / Replace-Backup-Catalog - the catalog
      * is read whole, then rewritten without the generation being
      * reused (and without any generation above the number now
      * kept) and with this run's generation added last.
      ******************************************************************
       Load-Backup-Catalog.
            MOVE ZERO TO WS-Bkp-Cat-Entries
            OPEN INPUT Backup-Catalog-File
            IF WS-BkupCat-File-Status = "35"
               EXIT PARAGRAPH
            END-IF
            IF WS-BkupCat-File-Status NOT = "00"
               DISPLAY "FILE ERROR: BACKUP-CATALOG-FILE (MASTER "
                  "BACKUP CATALOG), STATUS " WS-BkupCat-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-BkupCat-Path)
               PERFORM Backup-Failure
            END-IF
            MOVE SPACE TO bob-2
            READ Backup-Catalog-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               IF Cat-Generation IS NUMERIC AND
                  WS-Bkp-Cat-Entries < 99
                  ADD 1 TO WS-Bkp-Cat-Entries
                  MOVE Backup-Catalog-Record TO
                     WS-Bkp-Cat-Record(WS-Bkp-Cat-Entries)
               END-IF
               READ Backup-Catalog-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Backup-Catalog-File.

       Replace-Backup-Catalog.
            OPEN OUTPUT Backup-Catalog-File
            IF WS-BkupCat-File-Status NOT = "00"
               DISPLAY "FILE ERROR: BACKUP-CATALOG-FILE (MASTER "
                  "BACKUP CATALOG), STATUS " WS-BkupCat-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-BkupCat-Path)
               PERFORM Backup-Failure
            END-IF
            PERFORM VARYING WS-Bkp-Cat-I FROM 1 BY 1
               UNTIL WS-Bkp-Cat-I > WS-Bkp-Cat-Entries
               MOVE WS-Bkp-Cat-Record(WS-Bkp-Cat-I) TO
                  Backup-Catalog-Record
               IF Cat-Generation NOT = WS-Bkp-Gen AND
                  Cat-Generation <= WS-Bkp-Generations
                  WRITE Backup-Catalog-Record
               END-IF
            END-PERFORM
            MOVE SPACES TO Backup-Catalog-Record
            MOVE WS-Bkp-Gen TO Cat-Generation
            MOVE WS-Run-Date TO Cat-Run-Date
            MOVE WS-Run-Time TO Cat-Run-Time
            MOVE WS-Bkp-Master-Count TO Cat-Record-Count
            MOVE WS-Bkp-Low-ID TO Cat-Low-ID
            MOVE WS-Bkp-High-ID TO Cat-High-ID
            MOVE WS-Backup-Path TO Cat-Path
            WRITE Backup-Catalog-Record
            CLOSE Backup-Catalog-File.

      ******************************************************************
      * Backup-Suspense - the parse rewrites the reject suspense
      * file, so when the parse is to run the suspense file is
      * copied alongside the master backup and restored with it.
      * No suspense file yet backs up as an empty copy.
      ******************************************************************
       Backup-Suspense.
            MOVE "N" TO WS-Bkp-Susp-Taken
            MOVE ZERO TO WS-Bkp-Susp-Count
            MOVE SPACES TO WS-SuspBkup-Path
            STRING FUNCTION TRIM(WS-Backup-Path) ".SUSP"
               DELIMITED BY SIZE INTO WS-SuspBkup-Path
            OPEN OUTPUT Suspense-Backup-File
            IF WS-SuspBkup-File-Status NOT = "00"
               DISPLAY "FILE ERROR: SUSPENSE-BACKUP-FILE (SUSPENSE "
                  "BACKUP), STATUS " WS-SuspBkup-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-SuspBkup-Path)
               PERFORM Backup-Failure
            END-IF
            OPEN INPUT Suspense-File
            IF WS-Suspense-File-Status = "00"
               MOVE SPACE TO bob-2
               READ Suspense-File
                  AT END SET bob-EOF TO TRUE
               END-READ
               PERFORM UNTIL bob-EOF
                  WRITE Suspense-Backup-Record FROM Suspense-Record
                  IF WS-SuspBkup-File-Status NOT = "00"
                     DISPLAY "FILE ERROR: SUSPENSE-BACKUP-FILE "
                        "(SUSPENSE BACKUP), STATUS "
                        WS-SuspBkup-File-Status
                     CLOSE Suspense-File
                     CLOSE Suspense-Backup-File
                     PERFORM Backup-Failure
                  END-IF
                  ADD 1 TO WS-Bkp-Susp-Count
                  READ Suspense-File
                     AT END SET bob-EOF TO TRUE
                  END-READ
               END-PERFORM
               CLOSE Suspense-File
            ELSE
               IF WS-Suspense-File-Status NOT = "35"
                  DISPLAY "FILE ERROR: SUSPENSE-FILE (REJECT "
                     "SUSPENSE), STATUS " WS-Suspense-File-Status
                  DISPLAY "  DATASET: "
                     FUNCTION TRIM(WS-Suspense-Path)
                  CLOSE Suspense-Backup-File
                  PERFORM Backup-Failure
               END-IF
            END-IF
            CLOSE Suspense-Backup-File
            SET Suspense-Backup-Is-Taken TO TRUE.

       Restore-Suspense.
            MOVE ZERO TO WS-Bkp-Susp-Count
            CLOSE Suspense-File
            OPEN INPUT Suspense-Backup-File
            IF WS-SuspBkup-File-Status NOT = "00"
               DISPLAY "FILE ERROR: SUSPENSE-BACKUP-FILE (SUSPENSE "
                  "BACKUP), STATUS " WS-SuspBkup-File-Status
               ADD 1 TO WS-Bkp-Restore-Errors
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT Suspense-File
            IF WS-Suspense-File-Status NOT = "00"
               DISPLAY "FILE ERROR: SUSPENSE-FILE (REJECT SUSPENSE), "
                  "STATUS " WS-Suspense-File-Status
               ADD 1 TO WS-Bkp-Restore-Errors
               CLOSE Suspense-Backup-File
               EXIT PARAGRAPH
            END-IF
            MOVE SPACE TO bob-2
            READ Suspense-Backup-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               WRITE Suspense-Record FROM Suspense-Backup-Record
               ADD 1 TO WS-Bkp-Susp-Count
               READ Suspense-Backup-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Suspense-File
            CLOSE Suspense-Backup-File.

       Backup-Failure.
            MOVE "BKUP-FAIL" TO WS-Run-Status
            PERFORM Write-Run-Log
            MOVE 24 TO RETURN-CODE
            STOP RUN.

      ******************************************************************
      * Rollback-Master - reloads the sightings master from this
      * run's backup generation: the master is recreated empty and
      * every DTL record is written back.  The suspense file copied
      * with the backup is put back and the parse checkpoint closed
      * out, and the step-control file is reset to the steps that
      * were done when the backup was taken, so a restart redoes
      * everything the rollback undid.  Runs at most once, and
      * only when a backup was taken; the caller logs the outcome
      * (Write-Run-Log reports the rollback).
      * Rollback-On-Failure is the entry used by the paths that stop
      * the run with a failing return code and would not otherwise
      * write the run log.
      ******************************************************************
       Rollback-Master.
            IF NOT Master-Backup-Is-Taken OR Master-Rollback-Has-Run
               EXIT PARAGRAPH
            END-IF
            SET Master-Rollback-Has-Run TO TRUE
            MOVE ZERO TO WS-Bkp-Restored, WS-Bkp-Restore-Errors
            DISPLAY "ROLLING BACK SIGHTINGS MASTER FROM BACKUP "
               "GENERATION " WS-Bkp-Gen
            DISPLAY "  DATASET: " FUNCTION TRIM(WS-Backup-Path)

            CLOSE Master-File
            OPEN INPUT Master-Backup-File
            IF WS-Backup-File-Status NOT = "00"
               DISPLAY "FILE ERROR: MASTER-BACKUP-FILE (MASTER "
                  "BACKUP), STATUS " WS-Backup-File-Status
               ADD 1 TO WS-Bkp-Restore-Errors
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT Master-File
            IF WS-Master-File-Status NOT = "00"
               DISPLAY "FILE ERROR: MASTER-FILE (SIGHTINGS MASTER), "
                  "STATUS " WS-Master-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               ADD 1 TO WS-Bkp-Restore-Errors
               CLOSE Master-Backup-File
               EXIT PARAGRAPH
            END-IF

            MOVE SPACE TO bob-2
            READ Master-Backup-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               IF Bkp-Rec-Type = "DTL"
                  MOVE Bkp-Rec-Image TO Master-Record
                  WRITE Master-Record
                     INVALID KEY
                        ADD 1 TO WS-Bkp-Restore-Errors
                        DISPLAY "WARNING: ROLLBACK WRITE FAILED FOR "
                           "ID " Master-Sighting-ID
                     NOT INVALID KEY
                        ADD 1 TO WS-Bkp-Restored
                  END-WRITE
               END-IF
               READ Master-Backup-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Master-File
            CLOSE Master-Backup-File

            IF Suspense-Backup-Is-Taken
               PERFORM Restore-Suspense
               SET Ckpt-Run-Is-Complete TO TRUE
               PERFORM Write-Checkpoint
            END-IF
            MOVE "INCOMPLETE" TO WS-Stp-Write-State
            SET Stp-Write-Pre-Backup TO TRUE
            PERFORM Write-Step-Control

            IF WS-Bkp-Restore-Errors = ZERO AND
               WS-Bkp-Restored = WS-Bkp-Master-Count
               DISPLAY "MASTER ROLLED BACK: " WS-Bkp-Restored
                  " RECORDS RESTORED"
            ELSE
               DISPLAY "MASTER ROLLBACK INCOMPLETE: " WS-Bkp-Restored
                  " OF " WS-Bkp-Master-Count " RECORDS RESTORED, "
                  WS-Bkp-Restore-Errors " ERRORS"
            END-IF.

       Rollback-On-Failure.
            IF NOT Master-Backup-Is-Taken OR Master-Rollback-Has-Run
               EXIT PARAGRAPH
            END-IF
            PERFORM Rollback-Master
            MOVE "FAILED" TO WS-Run-Status
            PERFORM Write-Run-Log.

      ******************************************************************
      * Archive-Master - year-end archive/purge: moves master
      * records whose sighting year is older than the cutoff year
      * into a dated archive dataset (same record layout as the
      * master) and deletes them from the master, so only the
      * required years stay online.  Undated records (year zero)
      * are always retained - there is no evidence they are old.
      * The step proves archived + retained = starting count and
      * that the records left on the master equal the retained
      * count, the same way ReconcileCounts proves the sort counts,
      * and stops the run with the reconciliation return code when
      * the totals do not balance.
      ******************************************************************
       Archive-Master.
            MOVE ZERO TO WS-Arch-Start-Count, WS-Arch-Archived
            MOVE ZERO TO WS-Arch-Retained, WS-Arch-Remaining
            MOVE ZERO TO WS-Arch-Errors

            IF WS-Opt-Arch-Cutoff > ZERO
               MOVE WS-Opt-Arch-Cutoff TO WS-Arch-Cutoff-Year
            ELSE
               DIVIDE WS-Run-Date BY 10000
                  GIVING WS-Arch-Cutoff-Year
               SUBTRACT 7 FROM WS-Arch-Cutoff-Year
            END-IF

            MOVE SPACES TO WS-Archive-Path
            STRING FUNCTION TRIM(WS-ArchBase-Path) "." WS-Run-Date
               DELIMITED BY SIZE INTO WS-Archive-Path

            OPEN I-O Master-File
            IF WS-Master-File-Status NOT = "00" AND
               WS-Master-File-Status NOT = "05"
               DISPLAY "WARNING: MASTER FILE UNAVAILABLE, STATUS "
                  WS-Master-File-Status ", ARCHIVE STEP SKIPPED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT Archive-File
            MOVE "ARCHIVE" TO WS-Jrnl-Source
            PERFORM Open-Journal-File

            DISPLAY "ARCHIVING MASTER RECORDS OLDER THAN "
               WS-Arch-Cutoff-Year
            DISPLAY "  ARCHIVE DATASET: "
               FUNCTION TRIM(WS-Archive-Path)

            MOVE SPACE TO bob-2
            READ Master-File NEXT RECORD
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               ADD 1 TO WS-Arch-Start-Count
               IF Master-Year > ZERO AND
                  Master-Year < WS-Arch-Cutoff-Year
                  WRITE Archive-Record FROM Master-Record
                  MOVE Master-Record TO WS-Jrnl-Before-Image
                  DELETE Master-File
                     INVALID KEY
                        ADD 1 TO WS-Arch-Errors
                        DISPLAY "WARNING: ARCHIVE DELETE FAILED "
                           "FOR ID " Master-Sighting-ID
                     NOT INVALID KEY
                        ADD 1 TO WS-Arch-Archived
                        MOVE "D" TO WS-Jrnl-Action
                        MOVE SPACES TO WS-Jrnl-After-Image
                        PERFORM Write-Journal-Entry
                  END-DELETE
               ELSE
                  ADD 1 TO WS-Arch-Retained
               END-IF
               READ Master-File NEXT RECORD
                  AT END SET bob-EOF TO TRUE
                  WS-Master-File-Status NOT = "10"
                  SET bob-EOF TO TRUE
               END-IF
            END-PERFORM

            CLOSE Archive-File
            CLOSE Master-File
            CLOSE Journal-File

            PERFORM Count-Master-Remaining

            DISPLAY "MASTER RECORDS AT START: " WS-Arch-Start-Count
            DISPLAY "MASTER RECORDS ARCHIVED: " WS-Arch-Archived
            DISPLAY "MASTER RECORDS RETAINED: " WS-Arch-Retained

            COMPUTE WS-Recon-Check =
               WS-Arch-Archived + WS-Arch-Retained + WS-Arch-Errors
            IF WS-Recon-Check NOT = WS-Arch-Start-Count OR
               WS-Arch-Remaining NOT =
                  WS-Arch-Retained + WS-Arch-Errors
               DISPLAY "ARCHIVE RECONCILIATION ERROR: ARCHIVED "
                  WS-Arch-Archived " + RETAINED " WS-Arch-Retained
                  " + ERRORS " WS-Arch-Errors
                  " DOES NOT BALANCE TO STARTING COUNT "
                  WS-Arch-Start-Count " / REMAINING "
                  WS-Arch-Remaining
               PERFORM Archive-Failure
            END-IF
            DISPLAY "ARCHIVE RECONCILIATION OK: "
               WS-Arch-Archived " + " WS-Arch-Retained " = "
               WS-Arch-Start-Count.

      ******************************************************************
      * Count-Master-Remaining - second pass over the master after
      * the purge, counting what is actually left on file so the
      * archive control-total check rests on the file itself and
      * not just the counters kept during the purge.
      ******************************************************************
       Count-Master-Remaining.
            MOVE ZERO TO WS-Arch-Remaining
            OPEN INPUT Master-File
            IF WS-Master-File-Status NOT = "00" AND
               WS-Master-File-Status NOT = "05"
               EXIT PARAGRAPH
            END-IF
            MOVE SPACE TO bob-2
            READ Master-File NEXT RECORD
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               ADD 1 TO WS-Arch-Remaining
               READ Master-File NEXT RECORD
                  AT END SET bob-EOF TO TRUE
               END-READ
                  SET bob-EOF TO TRUE
               END-IF
            END-PERFORM
            CLOSE Master-File.

       Archive-Failure.
            MOVE "ARCH-FAIL" TO WS-Run-Status
            PERFORM Rollback-Master
            PERFORM Write-Run-Log
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      ******************************************************************
      * Apply-Corrections - applies the maintenance transaction file
      * to the sightings master before the extract runs.  Each
      * transaction names an existing Master-Sighting-ID and an
      * action code: C changes the record (blank replacement fields
      * leave the master value untouched), D deletes it.  A missing
      * correction file is a normal condition - most runs have no
      * corrections - so status 35 just skips the step.
      ******************************************************************
       Apply-Corrections.
            MOVE ZERO TO WS-Corr-Applied, WS-Corr-Rejected
            OPEN INPUT Correction-File
            IF WS-CorrFile-File-Status = "35"
               DISPLAY "NO CORRECTION FILE, SKIPPING MASTER "
                  "CORRECTIONS"
               EXIT PARAGRAPH
            END-IF
            IF WS-CorrFile-File-Status NOT = "00"
               DISPLAY "WARNING: CORRECTION FILE UNREADABLE, STATUS "
                  WS-CorrFile-File-Status ", SKIPPING CORRECTIONS"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-CorrFile-Path)
               EXIT PARAGRAPH
            END-IF

            OPEN I-O Master-File
            IF WS-Master-File-Status NOT = "00" AND
               WS-Master-File-Status NOT = "05"
               DISPLAY "WARNING: MASTER FILE UNAVAILABLE, STATUS "
                  WS-Master-File-Status
                  ", CORRECTIONS WILL NOT BE APPLIED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               CLOSE Correction-File
               EXIT PARAGRAPH
            END-IF
            MOVE "CORRECTION" TO WS-Jrnl-Source
            PERFORM Open-Journal-File

            MOVE SPACE TO bob-2
            READ Correction-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               IF Correction-Record NOT = SPACES
                  PERFORM Apply-One-Correction
               END-IF
               READ Correction-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM

            CLOSE Correction-File
            CLOSE Master-File
            CLOSE Journal-File

            DISPLAY "CORRECTIONS APPLIED: " WS-Corr-Applied
            DISPLAY "CORRECTIONS REJECTED: " WS-Corr-Rejected.

      ******************************************************************
      * Apply-One-Correction - validates and applies the transaction
      * sitting in Correction-Record.  Rejections (bad ID, unknown
      * sighting, bad action code, failed I-O) are counted and
      * warned individually so the data steward can see exactly
      * which transactions did not take.
      ******************************************************************
       Apply-One-Correction.
            IF Corr-Sighting-ID IS NOT NUMERIC
               ADD 1 TO WS-Corr-Rejected
               DISPLAY "WARNING: CORRECTION REJECTED, NON-NUMERIC "
                  "SIGHTING ID: " Correction-Record(1:12)
               EXIT PARAGRAPH
            END-IF
            IF Corr-Action NOT = "C" AND Corr-Action NOT = "D"
               ADD 1 TO WS-Corr-Rejected
               DISPLAY "WARNING: CORRECTION REJECTED, BAD ACTION "
                  "CODE " Corr-Action " FOR ID " Corr-Sighting-ID
               EXIT PARAGRAPH
            END-IF

            MOVE "N" TO WS-Corr-Found
            MOVE Corr-Sighting-ID TO Master-Sighting-ID
            READ Master-File
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "Y" TO WS-Corr-Found
            END-READ
            IF NOT Corr-Master-Was-Found
               ADD 1 TO WS-Corr-Rejected
               DISPLAY "WARNING: CORRECTION REJECTED, SIGHTING ID "
                  Corr-Sighting-ID " NOT ON MASTER"
               EXIT PARAGRAPH
            END-IF
            MOVE Master-Record TO WS-Jrnl-Before-Image

            IF Corr-Action = "D"
               DELETE Master-File
                  INVALID KEY
                     ADD 1 TO WS-Corr-Rejected
                     DISPLAY "WARNING: CORRECTION DELETE FAILED "
                        "FOR ID " Corr-Sighting-ID
                  NOT INVALID KEY
                     ADD 1 TO WS-Corr-Applied
                     MOVE "D" TO WS-Jrnl-Action
                     MOVE SPACES TO WS-Jrnl-After-Image
                     PERFORM Write-Journal-Entry
               END-DELETE
            ELSE
               IF Corr-City NOT = SPACES
                  MOVE Corr-City TO Master-City
               END-IF
               IF Corr-State NOT = SPACES
                  MOVE FUNCTION UPPER-CASE(Corr-State) TO
                     Master-State
               END-IF
               IF Corr-Country NOT = SPACES
                  MOVE FUNCTION UPPER-CASE(Corr-Country) TO
                     Master-Country
               END-IF
               IF Corr-Shape NOT = SPACES
                  MOVE "N" TO WS-Shape-Found
                  MOVE FUNCTION UPPER-CASE(Corr-Shape) TO
                     WS-Shape-Upper
                  PERFORM VARYING WS-Shape-Idx FROM 1 BY 1
                     UNTIL WS-Shape-Idx > WS-Shape-Master-Count
                           OR Shape-Was-Found
                     IF WS-Shape-Upper =
                        WS-Shape-Entry(WS-Shape-Idx)
                        SET Shape-Was-Found TO TRUE
                     END-IF
                  END-PERFORM
                  IF Shape-Was-Found
                     MOVE WS-Shape-Upper TO Master-Shape
                     MOVE "Y" TO Master-Shape-Valid
                  ELSE
                     MOVE Corr-Shape TO Master-Shape
                     MOVE "N" TO Master-Shape-Valid
                  END-IF
               END-IF
               IF Corr-Duration NOT = SPACES
                  IF FUNCTION TRIM(Corr-Duration) IS NUMERIC
                     MOVE FUNCTION NUMVAL(Corr-Duration) TO
                        Master-Duration
                     MOVE "Y" TO Master-Dur-Parse
                  ELSE
                     ADD 1 TO WS-Corr-Rejected
                     DISPLAY "WARNING: CORRECTION REJECTED, BAD "
                        "DURATION FOR ID " Corr-Sighting-ID
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               REWRITE Master-Record
                  INVALID KEY
                     ADD 1 TO WS-Corr-Rejected
                     DISPLAY "WARNING: CORRECTION REWRITE FAILED "
                        "FOR ID " Corr-Sighting-ID
                  NOT INVALID KEY
                     ADD 1 TO WS-Corr-Applied
                     MOVE "C" TO WS-Jrnl-Action
                     MOVE Master-Record TO WS-Jrnl-After-Image
                     PERFORM Write-Journal-Entry
               END-REWRITE
            END-IF.

      ******************************************************************
      * Run-Backout - reverses every master change made by the run
      * named on the BACKOUT-DATE/BACKOUT-TIME cards (the date and
      * time stamped on that run's RUN line in the run log).  The
      * journal is sorted newest first so the run's changes are
      * undone in the reverse of the order they were made.  Each
      * reversal is itself journaled with source BACKOUT, so a
      * back-out can be audited - and backed out - like any run.
      * The master is backed up first (MAIN-PROCEDURE), so a
      * back-out that fails part way is rolled back like a run.
      ******************************************************************
       Run-Backout.
            MOVE ZERO TO WS-Bko-Entries, WS-Bko-Reversed
            MOVE ZERO TO WS-Bko-Conflicts
            MOVE "BACKOUT" TO WS-Run-Status
            IF WS-Opt-Backout-Date = ZERO
               DISPLAY "WARNING: BACKOUT REQUESTED WITHOUT "
                  "BACKOUT-DATE, NOTHING BACKED OUT"
               EXIT PARAGRAPH
            END-IF
            DISPLAY "BACKING OUT MASTER CHANGES FROM RUN "
               WS-Opt-Backout-Date " " WS-Opt-Backout-Time

            OPEN INPUT Journal-File
            IF WS-Journal-File-Status = "35"
               DISPLAY "NO JOURNAL FILE, NOTHING TO BACK OUT"
               EXIT PARAGRAPH
            END-IF
            IF WS-Journal-File-Status NOT = "00"
               DISPLAY "FILE ERROR: JOURNAL-FILE (MASTER CHANGE "
                  "JOURNAL), STATUS " WS-Journal-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Journal-Path)
               MOVE 12 TO RETURN-CODE
               PERFORM Rollback-On-Failure
               STOP RUN
            END-IF
            CLOSE Journal-File

            SORT WorkFile-Journal
               ON DESCENDING KEY WDJ-Run-Date
               ON DESCENDING KEY WDJ-Run-Time
               ON DESCENDING KEY WDJ-Seq
               USING Journal-File
               GIVING Journal-Sorted-File

            OPEN I-O Master-File
            IF WS-Master-File-Status NOT = "00" AND
               WS-Master-File-Status NOT = "05"
               DISPLAY "FILE ERROR: MASTER-FILE (SIGHTINGS MASTER), "
                  "STATUS " WS-Master-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               MOVE 12 TO RETURN-CODE
               PERFORM Rollback-On-Failure
               STOP RUN
            END-IF
            MOVE "BACKOUT" TO WS-Jrnl-Source
            PERFORM Open-Journal-File
            OPEN INPUT Journal-Sorted-File

            MOVE SPACE TO bob-2
            READ Journal-Sorted-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               IF SortJrn-Run-Date = WS-Opt-Backout-Date AND
                  SortJrn-Run-Time = WS-Opt-Backout-Time
                  ADD 1 TO WS-Bko-Entries
                  PERFORM Backout-One-Entry
               END-IF
               READ Journal-Sorted-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM

            CLOSE Journal-Sorted-File
            CLOSE Master-File
            CLOSE Journal-File

            IF WS-Bko-Entries = ZERO
               DISPLAY "NO JOURNAL ENTRIES FOUND FOR RUN "
                  WS-Opt-Backout-Date " " WS-Opt-Backout-Time
            END-IF
            DISPLAY "JOURNAL ENTRIES FOR RUN: " WS-Bko-Entries
            DISPLAY "MASTER CHANGES REVERSED: " WS-Bko-Reversed
            DISPLAY "BACK-OUT CONFLICTS: " WS-Bko-Conflicts
            IF WS-Bko-Conflicts > ZERO
               MOVE "BACKOUT-PART" TO WS-Run-Status
               MOVE 4 TO RETURN-CODE
            END-IF.

      ******************************************************************
      * Backout-One-Entry - reverses the journal entry sitting in
      * Journal-Sorted-Data.  A change is only undone while the
      * master still holds exactly what that run left there (or,
      * for a delete, the ID is still absent); anything touched
      * again since is a conflict, warned and left for the data
      * steward rather than silently overwriting the later change.
      ******************************************************************
       Backout-One-Entry.
            MOVE "N" TO WS-Bko-Found
            MOVE SPACES TO WS-Bko-Current-Image
            MOVE SortJrn-Sighting-ID TO Master-Sighting-ID
            READ Master-File
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "Y" TO WS-Bko-Found
                  MOVE Master-Record TO WS-Bko-Current-Image
            END-READ

            EVALUATE TRUE
               WHEN SortJrn-Action = "A" AND Bko-Master-Was-Found
                    AND WS-Bko-Current-Image = SortJrn-After-Image
                  MOVE WS-Bko-Current-Image TO WS-Jrnl-Before-Image
                  DELETE Master-File
                     INVALID KEY
                        ADD 1 TO WS-Bko-Conflicts
                        DISPLAY "WARNING: BACK-OUT DELETE FAILED "
                           "FOR ID " SortJrn-Sighting-ID
                     NOT INVALID KEY
                        ADD 1 TO WS-Bko-Reversed
                        MOVE "D" TO WS-Jrnl-Action
                        MOVE SPACES TO WS-Jrnl-After-Image
                        PERFORM Write-Journal-Entry
                  END-DELETE
               WHEN (SortJrn-Action = "U" OR SortJrn-Action = "C")
                    AND Bko-Master-Was-Found
                    AND WS-Bko-Current-Image = SortJrn-After-Image
                  MOVE WS-Bko-Current-Image TO WS-Jrnl-Before-Image
                  MOVE SortJrn-Before-Image TO Master-Record
                  REWRITE Master-Record
                     INVALID KEY
                        ADD 1 TO WS-Bko-Conflicts
                        DISPLAY "WARNING: BACK-OUT REWRITE FAILED "
                           "FOR ID " SortJrn-Sighting-ID
                     NOT INVALID KEY
                        ADD 1 TO WS-Bko-Reversed
                        MOVE "U" TO WS-Jrnl-Action
                        MOVE Master-Record TO WS-Jrnl-After-Image
                        PERFORM Write-Journal-Entry
                  END-REWRITE
               WHEN SortJrn-Action = "D" AND NOT Bko-Master-Was-Found
                  MOVE SPACES TO WS-Jrnl-Before-Image
                  MOVE SortJrn-Before-Image TO Master-Record
                  WRITE Master-Record
                     INVALID KEY
                        ADD 1 TO WS-Bko-Conflicts
                        DISPLAY "WARNING: BACK-OUT RESTORE FAILED "
                           "FOR ID " SortJrn-Sighting-ID
                     NOT INVALID KEY
                        ADD 1 TO WS-Bko-Reversed
                        MOVE "A" TO WS-Jrnl-Action
                        MOVE Master-Record TO WS-Jrnl-After-Image
                        PERFORM Write-Journal-Entry
                  END-WRITE
               WHEN OTHER
                  ADD 1 TO WS-Bko-Conflicts
                  DISPLAY "WARNING: BACK-OUT SKIPPED FOR ID "
                     SortJrn-Sighting-ID
                     ", MASTER CHANGED SINCE THAT RUN"
            END-EVALUATE.

      ******************************************************************
      * Run-Convert-Master - one-time conversion of a sightings
      * master written before Master-Event-ID was added.  The old
      * master is unloaded record for record to MSTUNLD through its
      * old 113-byte layout, then recreated in the current layout
      * and reloaded from the unload with Master-Event-ID blank
      * (the next EVENTMATCH step sets it).  The unload is kept:
      * if the reload does not balance, CONVERT-MASTER=RELOAD
      * repeats the reload from it, since the old master is gone
      * by then.  Nothing is journaled - no sighting changes.
      ******************************************************************
       Run-Convert-Master.
            MOVE ZERO TO WS-Cnv-Unloaded, WS-Cnv-Read
            MOVE ZERO TO WS-Cnv-Reloaded, WS-Cnv-Errors
            MOVE "CONVERTED" TO WS-Run-Status
            IF Convert-Reload-Only
               DISPLAY "RELOADING SIGHTINGS MASTER FROM UNLOAD"
            ELSE
               DISPLAY "CONVERTING SIGHTINGS MASTER TO THE CURRENT "
                  "RECORD LAYOUT"
               PERFORM Unload-Old-Master
               IF WS-Run-Status NOT = "CONVERTED"
                  EXIT PARAGRAPH
               END-IF
            END-IF

            OPEN INPUT Master-Unload-File
            IF WS-MstUnld-File-Status NOT = "00"
               DISPLAY "FILE ERROR: MASTER-UNLOAD-FILE (MASTER "
                  "UNLOAD), STATUS " WS-MstUnld-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-MstUnld-Path)
               MOVE "CONV-FAIL" TO WS-Run-Status
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT Master-File
            IF WS-Master-File-Status NOT = "00"
               DISPLAY "FILE ERROR: MASTER-FILE (SIGHTINGS MASTER), "
                  "STATUS " WS-Master-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               CLOSE Master-Unload-File
               MOVE "CONV-FAIL" TO WS-Run-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE SPACE TO bob-2
            READ Master-Unload-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               ADD 1 TO WS-Cnv-Read
               MOVE Master-Unload-Record TO Master-Record
               MOVE SPACES TO Master-Event-ID
               WRITE Master-Record
                  INVALID KEY
                     ADD 1 TO WS-Cnv-Errors
                     DISPLAY "WARNING: RELOAD WRITE FAILED FOR ID "
                        Master-Sighting-ID ", STATUS "
                        WS-Master-File-Status
                  NOT INVALID KEY
                     ADD 1 TO WS-Cnv-Reloaded
               END-WRITE
               READ Master-Unload-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Master-File
            CLOSE Master-Unload-File

            IF Convert-Reload-Only
               MOVE WS-Cnv-Read TO WS-Cnv-Unloaded
            END-IF
            IF WS-Cnv-Errors = ZERO AND
               WS-Cnv-Read = WS-Cnv-Unloaded AND
               WS-Cnv-Reloaded = WS-Cnv-Unloaded
               DISPLAY "MASTER CONVERTED: " WS-Cnv-Reloaded
                  " RECORDS RELOADED"
            ELSE
               DISPLAY "MASTER CONVERSION INCOMPLETE: UNLOADED "
                  WS-Cnv-Unloaded " RELOADED " WS-Cnv-Reloaded
                  " ERRORS " WS-Cnv-Errors
               DISPLAY "  UNLOAD KEPT, RERUN WITH CONVERT-MASTER="
                  "RELOAD: " FUNCTION TRIM(WS-MstUnld-Path)
               MOVE "CONV-FAIL" TO WS-Run-Status
               MOVE 12 TO RETURN-CODE
            END-IF.

       Unload-Old-Master.
            OPEN INPUT Old-Master-File
            IF WS-OldMst-File-Status = "35"
               DISPLAY "NO SIGHTINGS MASTER YET, NOTHING TO CONVERT"
               MOVE "CONV-NONE" TO WS-Run-Status
               EXIT PARAGRAPH
            END-IF
            IF WS-OldMst-File-Status NOT = "00" AND
               WS-OldMst-File-Status NOT = "05"
               DISPLAY "FILE ERROR: OLD-MASTER-FILE (SIGHTINGS MASTER"
                  " BEFORE CONVERSION), STATUS " WS-OldMst-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               IF WS-OldMst-File-Status = "39"
                  DISPLAY "  MASTER IS NOT IN THE OLD RECORD LAYOUT "
                     "- ALREADY CONVERTED?"
               END-IF
               MOVE "CONV-FAIL" TO WS-Run-Status
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT Master-Unload-File
            IF WS-MstUnld-File-Status NOT = "00"
               DISPLAY "FILE ERROR: MASTER-UNLOAD-FILE (MASTER "
                  "UNLOAD), STATUS " WS-MstUnld-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-MstUnld-Path)
               CLOSE Old-Master-File
               MOVE "CONV-FAIL" TO WS-Run-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE SPACE TO bob-2
            READ Old-Master-File NEXT RECORD
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               MOVE Old-Master-Record TO Master-Unload-Record
               WRITE Master-Unload-Record
               IF WS-MstUnld-File-Status NOT = "00"
                  DISPLAY "FILE ERROR: MASTER-UNLOAD-FILE (MASTER "
                     "UNLOAD), STATUS " WS-MstUnld-File-Status
                  DISPLAY "  DATASET: " FUNCTION TRIM(WS-MstUnld-Path)
                  MOVE "CONV-FAIL" TO WS-Run-Status
                  MOVE 8 TO RETURN-CODE
                  SET bob-EOF TO TRUE
               ELSE
                  ADD 1 TO WS-Cnv-Unloaded
                  READ Old-Master-File NEXT RECORD
                     AT END SET bob-EOF TO TRUE
                  END-READ
                  IF WS-OldMst-File-Status NOT = "00" AND
                     WS-OldMst-File-Status NOT = "10"
                     DISPLAY "FILE ERROR: OLD-MASTER-FILE (SIGHTINGS "
                        "MASTER BEFORE CONVERSION), STATUS "
                        WS-OldMst-File-Status
                     MOVE "CONV-FAIL" TO WS-Run-Status
                     MOVE 12 TO RETURN-CODE
                     SET bob-EOF TO TRUE
                  END-IF
               END-IF
            END-PERFORM
            CLOSE Old-Master-File
            CLOSE Master-Unload-File
            IF WS-Run-Status = "CONVERTED"
               DISPLAY "OLD MASTER UNLOADED: " WS-Cnv-Unloaded
                  " RECORDS"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-MstUnld-Path)
            END-IF.

      ******************************************************************
      * Run-Inquiry - services the inquiry request card against the
      * sightings master and prints the matching records to the
      * inquiry output.  Nothing else in the batch runs: the sorted
      * files and reports are left exactly as the last full run
      * wrote them.
      ******************************************************************
       Run-Inquiry.
            MOVE ZERO TO WS-Inq-Match-Count

            OPEN INPUT Inquiry-Card-File
            IF WS-InqCard-File-Status = "35"
               DISPLAY "NO INQUIRY REQUEST CARD, NOTHING TO DO"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-InqCard-Path)
               EXIT PARAGRAPH
            END-IF
            IF WS-InqCard-File-Status NOT = "00"
               DISPLAY "WARNING: INQUIRY REQUEST CARD UNREADABLE, "
                  "STATUS " WS-InqCard-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-InqCard-Path)
               EXIT PARAGRAPH
            END-IF

            MOVE SPACE TO bob-2
            READ Inquiry-Card-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               IF Inquiry-Card-Record NOT = SPACES AND
                  Inquiry-Card-Record(1:1) NOT = "*"
                  PERFORM Apply-Inquiry-Option
               END-IF
               READ Inquiry-Card-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Inquiry-Card-File

            OPEN INPUT Master-File
            IF WS-Master-File-Status NOT = "00" AND
               WS-Master-File-Status NOT = "05"
               DISPLAY "WARNING: MASTER FILE UNAVAILABLE, STATUS "
                  WS-Master-File-Status ", INQUIRY NOT SERVICED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT Inquiry-Output
            MOVE SPACES TO Inquiry-Output-Line
            MOVE "ALIEN SIGHTINGS - MASTER INQUIRY" TO
               Inquiry-Output-Line
            WRITE Inquiry-Output-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Inquiry-Output-Line
            WRITE Inquiry-Output-Line AFTER ADVANCING 1 LINE

            IF Inq-ID-Was-Given
               PERFORM Inquiry-By-ID
            ELSE
               IF WS-Inq-DateTime NOT = SPACES AND
                  WS-Inq-City NOT = SPACES AND
                  WS-Inq-State NOT = SPACES AND
                  WS-Inq-Country NOT = SPACES AND
                  WS-Inq-Shape NOT = SPACES
                  PERFORM Inquiry-By-Nat-Key
               ELSE
                  PERFORM Inquiry-Scan
               END-IF
            END-IF

            MOVE SPACES TO Inquiry-Output-Line
            WRITE Inquiry-Output-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Inquiry-Output-Line
            STRING "RECORDS MATCHED: " WS-Inq-Match-Count
               DELIMITED BY SIZE INTO Inquiry-Output-Line
            WRITE Inquiry-Output-Line AFTER ADVANCING 1 LINE

            CLOSE Inquiry-Output
            CLOSE Master-File

            DISPLAY "INQUIRY RECORDS MATCHED: " WS-Inq-Match-Count.

       Apply-Inquiry-Option.
            MOVE SPACES TO WS-Opt-Keyword, WS-Opt-Value
            UNSTRING Inquiry-Card-Record DELIMITED BY "="
               INTO WS-Opt-Keyword, WS-Opt-Value
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(WS-Opt-Keyword) TO WS-Opt-Keyword

            EVALUATE WS-Opt-Keyword
               WHEN "SIGHTING-ID"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO WS-Inq-ID
                     MOVE "Y" TO WS-Inq-ID-Given
                  ELSE
                     DISPLAY "WARNING: BAD SIGHTING-ID VALUE "
                        "IGNORED: " WS-Opt-Value
                  END-IF
               WHEN "DATETIME"
                  MOVE WS-Opt-Value(1:20) TO WS-Inq-DateTime
               WHEN "CITY"
                  MOVE WS-Opt-Value TO WS-Inq-City
               WHEN "STATE"
                  MOVE FUNCTION UPPER-CASE(WS-Opt-Value(1:2)) TO
                     WS-Inq-State
               WHEN "COUNTRY"
                  MOVE FUNCTION UPPER-CASE(WS-Opt-Value(1:2)) TO
                     WS-Inq-Country
               WHEN "SHAPE"
                  MOVE FUNCTION UPPER-CASE(WS-Opt-Value(1:15)) TO
                     WS-Inq-Shape
               WHEN "DATE-FROM"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Inq-Date-From
                  ELSE
                     DISPLAY "WARNING: BAD DATE-FROM VALUE IGNORED: "
                        WS-Opt-Value
                  END-IF
               WHEN "DATE-TO"
                  IF FUNCTION TRIM(WS-Opt-Value) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-Opt-Value) TO
                        WS-Inq-Date-To
                  ELSE
                     DISPLAY "WARNING: BAD DATE-TO VALUE IGNORED: "
                        WS-Opt-Value
                  END-IF
               WHEN OTHER
                  DISPLAY "WARNING: UNRECOGNIZED INQUIRY OPTION "
                     "IGNORED: " WS-Opt-Keyword
            END-EVALUATE.

       Inquiry-By-ID.
            MOVE WS-Inq-ID TO Master-Sighting-ID
            READ Master-File
               INVALID KEY
                  MOVE SPACES TO Inquiry-Output-Line
                  STRING "SIGHTING ID " WS-Inq-ID " NOT ON MASTER"
                     DELIMITED BY SIZE INTO Inquiry-Output-Line
                  WRITE Inquiry-Output-Line AFTER ADVANCING 1 LINE
                  END-WRITE
               NOT INVALID KEY
                  PERFORM Write-Inquiry-Record
            END-READ.

       Inquiry-By-Nat-Key.
            MOVE WS-Inq-DateTime TO Master-DateTime
            MOVE WS-Inq-City TO Master-City
            MOVE WS-Inq-State TO Master-State
            MOVE WS-Inq-Country TO Master-Country
            MOVE WS-Inq-Shape TO Master-Shape
            READ Master-File KEY IS Master-Nat-Key
               INVALID KEY
                  MOVE SPACES TO Inquiry-Output-Line
                  STRING "NO MASTER RECORD MATCHES THE "
                     "REQUESTED NATURAL KEY"
                     DELIMITED BY SIZE INTO Inquiry-Output-Line
                  WRITE Inquiry-Output-Line AFTER ADVANCING 1 LINE
                  END-WRITE
               NOT INVALID KEY
                  PERFORM Write-Inquiry-Record
            END-READ.

      ******************************************************************
      * Inquiry-Scan - state/country plus date-range requests walk
      * the master with the filters applied.  (The natural key
      * leads with the raw MM/DD/YYYY timestamp text, so there is
      * no useful START position for a state or year-month range -
      * the walk is the honest service for these requests.)
      ******************************************************************
       Inquiry-Scan.
            MOVE SPACE TO bob-2
            READ Master-File NEXT RECORD
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               COMPUTE WS-Inq-YYYYMM =
                  Master-Year * 100 + Master-Month
               IF (WS-Inq-State = SPACES OR
                   FUNCTION UPPER-CASE(Master-State) =
                      WS-Inq-State) AND
                  (WS-Inq-Country = SPACES OR
                   FUNCTION UPPER-CASE(Master-Country) =
                      WS-Inq-Country) AND
                  WS-Inq-YYYYMM >= WS-Inq-Date-From AND
                  WS-Inq-YYYYMM <= WS-Inq-Date-To
                  PERFORM Write-Inquiry-Record
               END-IF
               READ Master-File NEXT RECORD
                  AT END SET bob-EOF TO TRUE
               END-READ
               IF WS-Master-File-Status NOT = "00" AND
                  WS-Master-File-Status NOT = "10"
                  SET bob-EOF TO TRUE
               END-IF
            END-PERFORM.

      ******************************************************************
      * Write-Inquiry-Record - prints the master record in hand
      * with the geocode full names and the HHHH:MM:SS duration
      * formatting the duration statistics report uses.
      ******************************************************************
       Write-Inquiry-Record.
            MOVE Master-State TO WS-Geo-Lookup-Code
            PERFORM Lookup-State-Geo
            MOVE WS-Geo-Found-Name TO WS-Inq-State-Name
            MOVE Master-Country TO WS-Geo-Lookup-Code
            PERFORM Lookup-Country-Geo
            MOVE WS-Geo-Found-Name TO WS-Inq-Cntry-Name
            MOVE Master-Duration TO WS-DurStat-Value
            PERFORM Format-Duration

            MOVE SPACES TO Inquiry-Output-Line
            STRING "ID " Master-Sighting-ID "  " Master-DateTime
               "  " Master-City " " WS-Inq-State-Name
               " (" Master-State ") " WS-Inq-Cntry-Name
               "  " Master-Shape "  DURATION: " WS-DurStat-Disp
               DELIMITED BY SIZE INTO Inquiry-Output-Line
            WRITE Inquiry-Output-Line AFTER ADVANCING 1 LINE

            IF Master-Geo-Valid = "Y"
               MOVE Master-Latitude TO WS-Prox-Lat-Disp
               MOVE Master-Longitude TO WS-Prox-Long-Disp
               MOVE SPACES TO Inquiry-Output-Line
               STRING "   COORDS: " WS-Prox-Lat-Disp " "
                  WS-Prox-Long-Disp
                  DELIMITED BY SIZE INTO Inquiry-Output-Line
               WRITE Inquiry-Output-Line AFTER ADVANCING 1 LINE
            END-IF
            IF Master-Geo-Valid = "G"
               MOVE Master-Latitude TO WS-Prox-Lat-Disp
               MOVE Master-Longitude TO WS-Prox-Long-Disp
               MOVE SPACES TO Inquiry-Output-Line
               STRING "   COORDS: " WS-Prox-Lat-Disp " "
                  WS-Prox-Long-Disp " (FROM GAZETTEER)"
                  DELIMITED BY SIZE INTO Inquiry-Output-Line
               WRITE Inquiry-Output-Line AFTER ADVANCING 1 LINE
            END-IF
            IF Master-Event-ID NOT = SPACES
               MOVE SPACES TO Inquiry-Output-Line
               STRING "   POSSIBLY EXPLAINED BY EVENT: "
                  Master-Event-ID
                  DELIMITED BY SIZE INTO Inquiry-Output-Line
               WRITE Inquiry-Output-Line AFTER ADVANCING 1 LINE
            END-IF

            ADD 1 TO WS-Inq-Match-Count.

      ******************************************************************
      * ExtractMasterFile - unloads the full sightings master to the
      * fixed-width extract the sort and report steps consume, so
      * every report reflects the complete master and not just the
      * rows in today's delta.  Any date-range or country filter
      * from the run-options card is applied here, so every
      * downstream sort and report sees only the selected records.
      ******************************************************************
       ExtractMasterFile.
            MOVE ZERO TO WS-Master-Extract-Count
            MOVE ZERO TO WS-Filtered-Out-Count
            MOVE ZERO TO WS-Export-Count, WS-Export-Hash
            OPEN INPUT Master-File
            OPEN OUTPUT Master-Extract-Out
            IF Run-Export-Step
               OPEN OUTPUT Export-File
               MOVE WS-Run-Date TO Exp-Hdr-Run-Date
               MOVE WS-Run-Time TO Exp-Hdr-Run-Time
               WRITE Export-Record FROM WS-Export-Header
            END-IF
            MOVE SPACE TO bob-2

            IF WS-Master-File-Status NOT = "00"
               DISPLAY "WARNING: MASTER FILE UNAVAILABLE, STATUS "
                  WS-Master-File-Status ", EXTRACT WILL BE EMPTY"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               SET bob-EOF TO TRUE
            ELSE
               READ Master-File NEXT RECORD
                  AT END SET bob-EOF TO TRUE
               END-READ
               IF WS-Master-File-Status NOT = "00" AND
                  WS-Master-File-Status NOT = "10"
                  SET bob-EOF TO TRUE
               END-IF
            END-IF

            PERFORM UNTIL bob-EOF
               COMPUTE WS-Filter-YYYYMM =
                  Master-Year * 100 + Master-Month
               IF WS-Filter-YYYYMM >= WS-Opt-Date-From AND
                  WS-Filter-YYYYMM <= WS-Opt-Date-To AND
                  (WS-Opt-Country = SPACES OR
                   FUNCTION UPPER-CASE(Master-Country) =
                      WS-Opt-Country)
                  INITIALIZE Prn-Data
                  MOVE Master-DateTime TO Prn-DateTime
                  MOVE Master-City TO Prn-City
                  MOVE Master-State TO Prn-State
                  MOVE Master-Country TO Prn-Country
                  MOVE Master-Year TO Prn-Year
                  MOVE Master-Month TO Prn-Month
                  MOVE Master-Day TO Prn-Day
                  MOVE Master-Hour TO Prn-Hour
                  MOVE Master-Shape TO Prn-Shape
                  MOVE Master-Shape-Valid TO Prn-Shape-Valid
                  MOVE Master-Duration TO Prn-Duration
                  MOVE Master-Dur-Parse TO Prn-Dur-Parse
                  MOVE Master-Latitude TO Prn-Latitude
                  MOVE Master-Longitude TO Prn-Longitude
                  MOVE Master-Geo-Valid TO Prn-Geo-Valid
                  MOVE Master-Event-ID TO Prn-Event-ID
                  WRITE Master-PrintLine FROM Prn-Data
                  ADD 1 TO WS-Master-Extract-Count
                  IF Run-Export-Step
                     PERFORM Write-Export-Detail
                  END-IF
               ELSE
                  ADD 1 TO WS-Filtered-Out-Count
               END-IF
               READ Master-File NEXT RECORD
                  AT END SET bob-EOF TO TRUE
               END-READ
               IF WS-Master-File-Status NOT = "00" AND
                  WS-Master-File-Status NOT = "10"
                  SET bob-EOF TO TRUE
               END-IF
            END-PERFORM

            IF Run-Export-Step
               MOVE WS-Export-Count TO Exp-Trl-Count
               MOVE WS-Export-Hash TO Exp-Trl-Hash
               WRITE Export-Record FROM WS-Export-Trailer
               CLOSE Export-File
               DISPLAY "EXPORT RECORDS WRITTEN: " WS-Export-Count
               DISPLAY "EXPORT DURATION HASH TOTAL: " WS-Export-Hash
            END-IF

            CLOSE Master-Extract-Out
            CLOSE Master-File

            DISPLAY "MASTER RECORDS EXTRACTED: "
               WS-Master-Extract-Count
            IF WS-Filtered-Out-Count > ZERO
               DISPLAY "MASTER RECORDS FILTERED OUT: "
                  WS-Filtered-Out-Count
            END-IF.

      ******************************************************************
      * Write-Export-Detail - one interchange detail record for the
      * master record in hand, with the duration rolled into the
      * trailer hash total.
      ******************************************************************
       Write-Export-Detail.
            MOVE "DTL" TO Exp-Dtl-Type
            MOVE Master-Sighting-ID TO Exp-Dtl-Sighting-ID
            MOVE Master-DateTime TO Exp-Dtl-DateTime
            MOVE Master-City TO Exp-Dtl-City
            MOVE Master-State TO Exp-Dtl-State
            MOVE Master-Country TO Exp-Dtl-Country
            MOVE Master-Shape TO Exp-Dtl-Shape
            MOVE Master-Duration TO Exp-Dtl-Duration
            MOVE Master-Latitude TO Exp-Dtl-Latitude
            MOVE Master-Longitude TO Exp-Dtl-Longitude
            MOVE Master-Geo-Valid TO Exp-Dtl-Geo-Valid
            WRITE Export-Record FROM WS-Export-Detail
            ADD 1 TO WS-Export-Count
            ADD Master-Duration TO WS-Export-Hash.

      ******************************************************************
      * SortCSVFile - existing geography sort plus shape and date
      * sort orders, all built off the fixed-width master extract.
      ******************************************************************
       SortCSVFile.
            SORT WorkFile ON ASCENDING KEY WD-Country
             ON ASCENDING KEY WD-State
             ON ASCENDING KEY WD-City
             WITH DUPLICATES IN ORDER
             USING UFODATA-IN-Fixed GIVING SortedFile.

            SORT WorkFile-Shape ON ASCENDING KEY WDS-Shape
             ON ASCENDING KEY WDS-Year
             ON ASCENDING KEY WDS-Month
             ON ASCENDING KEY WDS-Day
             ON ASCENDING KEY WDS-Hour
             WITH DUPLICATES IN ORDER
             USING UFODATA-IN-Fixed GIVING SortedFile-Shape.

            SORT WorkFile-Date ON ASCENDING KEY WDD-Year
             ON ASCENDING KEY WDD-Month
             ON ASCENDING KEY WDD-Day
             ON ASCENDING KEY WDD-Hour
             WITH DUPLICATES IN ORDER
             USING UFODATA-IN-Fixed GIVING SortedFile-Date.

      ******************************************************************
      * RunReportingEngine - single-pass reporting: each sorted
      * file is read exactly once per run and every report that
      * consumes it accumulates inside that one pass, guarded by
      * its own step switch so a skipped report simply does not
      * accumulate.  The shape pass runs first because the duration
      * statistics report prints its BY SHAPE section ahead of its
      * BY COUNTRY section in the same output file.  A pass only
      * runs at all when the sort step or one of the pass's
      * consumers is switched on.
      ******************************************************************
       RunReportingEngine.
            IF Run-Sort-Step OR Run-Shape-Step OR Run-DurStat-Step
               PERFORM Process-Shape-Pass
            END-IF
            IF Run-Sort-Step OR Run-Summary-Step OR Run-StCnt-Step
               OR Run-DurStat-Step OR Run-Prox-Step
               OR Run-RateRpt-Step
               PERFORM Process-Geo-Pass
            END-IF
            IF Run-Sort-Step OR Run-Trend-Step OR Run-Wave-Step
               OR Run-TimeDist-Step
               PERFORM Process-Date-Pass
            END-IF.

       Process-Shape-Pass.
            IF Run-Shape-Step
               PERFORM Begin-Shape-Report
            END-IF
            IF Run-DurStat-Step
               PERFORM Begin-DurStat-Report
            END-IF

            MOVE ZERO TO WS-Recon-Shape-Count
            OPEN INPUT SortedFile-Shape
            MOVE SPACE TO bob-2
            READ SortedFile-Shape
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               ADD 1 TO WS-Recon-Shape-Count
               IF Run-Shape-Step
                  PERFORM Shape-Report-Record
               END-IF
               IF Run-DurStat-Step
                  PERFORM DurStat-Shape-Record
               END-IF
               READ SortedFile-Shape
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE SortedFile-Shape

            IF Run-Shape-Step
               PERFORM End-Shape-Report
            END-IF
            IF Run-DurStat-Step
               PERFORM Mid-DurStat-Report
            END-IF.

       Process-Geo-Pass.
            IF Run-Summary-Step
               PERFORM Begin-Summary-Report
            END-IF
            IF Run-StCnt-Step
               PERFORM Begin-StCnt-Report
            END-IF
            IF Run-Prox-Step
               PERFORM Begin-Prox-Report
            END-IF
            IF Run-RateRpt-Step
               PERFORM Begin-Rate-Report
            END-IF

            MOVE ZERO TO WS-Recon-Sorted-Count
            OPEN INPUT SortedFile
            MOVE SPACE TO bob-2
            READ SortedFile
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               ADD 1 TO WS-Recon-Sorted-Count
               IF Run-Summary-Step
                  PERFORM Summary-Report-Record
               END-IF
               IF Run-StCnt-Step
                  PERFORM Accumulate-State-Country
               END-IF
               IF Run-DurStat-Step
                  PERFORM DurStat-Country-Record
               END-IF
               IF Run-Prox-Step
                  PERFORM Load-Prox-Record
               END-IF
               IF Run-RateRpt-Step
                  PERFORM Rate-Report-Record
               END-IF
               READ SortedFile
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE SortedFile

            IF Run-Summary-Step
               PERFORM End-Summary-Report
            END-IF
            IF Run-StCnt-Step
               PERFORM End-StCnt-Report
            END-IF
            IF Run-DurStat-Step
               PERFORM End-DurStat-Report
            END-IF
            IF Run-Prox-Step
               PERFORM End-Prox-Report
            END-IF
            IF Run-RateRpt-Step
               PERFORM End-Rate-Report
            END-IF.

       Process-Date-Pass.
            IF Run-Trend-Step
               PERFORM Begin-Trend-Report
            END-IF
            IF Run-Wave-Step
               PERFORM Begin-Wave-Report
            END-IF
            IF Run-TimeDist-Step
               PERFORM Begin-Time-Dist-Report
            END-IF

            MOVE ZERO TO WS-Recon-Date-Count, WS-Evt-Excluded-Count
            OPEN INPUT SortedFile-Date
            MOVE SPACE TO bob-2
            READ SortedFile-Date
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               ADD 1 TO WS-Recon-Date-Count
               IF Exclude-Explained-Sightings AND
                  SortDte-Event-ID NOT = SPACES
                  ADD 1 TO WS-Evt-Excluded-Count
               ELSE
                  IF Run-Trend-Step
                     PERFORM Trend-Report-Record
                  END-IF
                  IF Run-Wave-Step
                     PERFORM Wave-Report-Record
                  END-IF
               END-IF
               IF Run-TimeDist-Step
                  PERFORM Time-Dist-Record
               END-IF
               READ SortedFile-Date
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE SortedFile-Date

            IF Run-Trend-Step
               PERFORM End-Trend-Report
            END-IF
            IF Run-Wave-Step
               PERFORM End-Wave-Report
            END-IF
            IF Run-TimeDist-Step
               PERFORM End-Time-Dist-Report
            END-IF.

      ******************************************************************
      * ReconcileCounts - proves the run balances: every input row
      * must be accounted for (accepted + rejected + restart skip =
      * read) and each sorted file must hold exactly the record
      * count that came out of the master extract, so a truncated
      * sort output can never flow silently downstream.  The sorted
      * counts are taken during the single reporting pass over each
      * sorted file (RunReportingEngine), not by dedicated counting
      * reads.
      ******************************************************************
       ReconcileCounts.
            PERFORM VARYING WS-Input-File-Idx FROM 1 BY 1
               UNTIL WS-Input-File-Idx > WS-Input-File-Count
               IF WS-Input-Processed(WS-Input-File-Idx) = "Y"
                  COMPUTE WS-Recon-Check =
                     WS-Input-Accept-Count(WS-Input-File-Idx) +
                        WS-Input-Read-Count(WS-Input-File-Idx)
                     DISPLAY "  DATASET: " FUNCTION TRIM
                        (WS-Input-File-Path(WS-Input-File-Idx))
                     PERFORM Recon-Failure
                  END-IF
               END-IF
            END-PERFORM

            COMPUTE WS-Recon-Check =
               WS-Accept-Count + WS-Reject-Count + WS-Skip-Count
            IF WS-Recon-Check NOT = WS-Row-Number
               DISPLAY "RECONCILIATION ERROR: ACCEPTED "
                  WS-Accept-Count " + REJECTED " WS-Reject-Count
                  " + SKIPPED " WS-Skip-Count
                  " DOES NOT EQUAL ROWS READ " WS-Row-Number
               PERFORM Recon-Failure
            END-IF

            IF WS-Recon-Sorted-Count NOT = WS-Master-Extract-Count OR
               WS-Recon-Shape-Count NOT = WS-Master-Extract-Count OR
               WS-Recon-Date-Count NOT = WS-Master-Extract-Count
               DISPLAY "RECONCILIATION ERROR: SORTED COUNTS "
                  WS-Recon-Sorted-Count " / " WS-Recon-Shape-Count
                  " / " WS-Recon-Date-Count
                  " DO NOT MATCH MASTER EXTRACT COUNT "
                  WS-Master-Extract-Count
               PERFORM Recon-Failure
            END-IF

            DISPLAY "RECONCILIATION OK: " WS-Recon-Sorted-Count
               " RECORDS IN EACH SORTED FILE".

       Recon-Failure.
            MOVE "RECON-FAIL" TO WS-Run-Status
            PERFORM Rollback-Master
            PERFORM Write-Run-Log
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      ******************************************************************
      * Read-Prior-Run-Log - reads the cumulative run log before
      * this run appends to it and latches the row counts from the
      * last block whose status was COMPLETE.  A missing or empty
      * log (first run) just leaves the baseline unset and the
      * variance check passes quietly.
      ******************************************************************
       Read-Prior-Run-Log.
            MOVE "N" TO WS-Prev-Found, WS-Prev-Block-Ok
            OPEN INPUT Run-Log-File
            IF WS-RunLog-File-Status = "35"
               EXIT PARAGRAPH
            END-IF
            IF WS-RunLog-File-Status NOT = "00"
               DISPLAY "WARNING: RUN LOG UNREADABLE, STATUS "
                  WS-RunLog-File-Status ", VARIANCE CHECK SKIPPED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-RunLog-Path)
               EXIT PARAGRAPH
            END-IF
            MOVE SPACE TO bob-2
            READ Run-Log-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               PERFORM Scan-Run-Log-Line
               READ Run-Log-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Run-Log-File.

      ******************************************************************
      * Scan-Run-Log-Line - picks the counts out of one run-log
      * line at the fixed offsets Write-Run-Log strings them at.
      * Only blocks headed by STATUS: COMPLETE are latched, and the
      * latch overwrites as it goes so the last complete block on
      * the log - the prior good run - wins.
      ******************************************************************
       Scan-Run-Log-Line.
            EVALUATE TRUE
               WHEN Run-Log-Line(1:4) = "RUN "
                  IF Run-Log-Line(31:8) = "COMPLETE"
                     MOVE "Y" TO WS-Prev-Block-Ok
                  ELSE
                     MOVE "N" TO WS-Prev-Block-Ok
                  END-IF
               WHEN Run-Log-Line(1:13) = "  ROWS READ: "
                  IF Prior-Block-Is-Complete AND
                     Run-Log-Line(14:9) IS NUMERIC AND
                     Run-Log-Line(56:9) IS NUMERIC
                     MOVE Run-Log-Line(14:9) TO WS-Prev-Rows-Read
                     MOVE Run-Log-Line(56:9) TO WS-Prev-Rejected
                     MOVE "Y" TO WS-Prev-Found
                  END-IF
               WHEN Run-Log-Line(1:13) = "  EXTRACTED: "
                  IF Prior-Block-Is-Complete AND
                     Run-Log-Line(14:9) IS NUMERIC
                     MOVE Run-Log-Line(14:9) TO WS-Prev-Extracted
                  END-IF
            END-EVALUATE.

      ******************************************************************
      * Check-Run-Variance - compares this run against the prior
      * completed run's counts and stops the run with return code
      * 20 (distinct from the 8/12/16 codes the scheduler already
      * branches on) when the movement is outside tolerance:
      *   - reject rate up by more than REJECT-TOLERANCE points,
      *   - rows read down by more than READ-DROP-PCT percent,
      *   - master extract count down with no archive/purge run.
      * Each check only applies when the step that feeds it ran, so
      * a report-only rerun is never failed for reading no rows.
      ******************************************************************
       Check-Run-Variance.
            IF NOT Prior-Run-Was-Found
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-Var-Failed

            IF Run-Parse-Step AND WS-Prev-Rows-Read > ZERO
               IF WS-Row-Number > ZERO
                  COMPUTE WS-Var-This-Rej-Rate ROUNDED =
                     WS-Reject-Count * 100 / WS-Row-Number
               ELSE
                  MOVE ZERO TO WS-Var-This-Rej-Rate
               END-IF
               COMPUTE WS-Var-Prev-Rej-Rate ROUNDED =
                  WS-Prev-Rejected * 100 / WS-Prev-Rows-Read
               IF WS-Var-This-Rej-Rate >
                  WS-Var-Prev-Rej-Rate + WS-Opt-Rej-Tolerance
                  DISPLAY "VARIANCE ERROR: REJECT RATE "
                     WS-Var-This-Rej-Rate " PCT EXCEEDS PRIOR RUN "
                     WS-Var-Prev-Rej-Rate " PCT BY MORE THAN "
                     WS-Opt-Rej-Tolerance " POINTS"
                  SET Variance-Check-Failed TO TRUE
               END-IF
               COMPUTE WS-Var-Read-Floor =
                  WS-Prev-Rows-Read *
                  (100 - WS-Opt-Read-Drop-Pct) / 100
               IF WS-Row-Number < WS-Var-Read-Floor
                  DISPLAY "VARIANCE ERROR: ROWS READ "
                     WS-Row-Number " FELL MORE THAN "
                     WS-Opt-Read-Drop-Pct " PCT BELOW PRIOR RUN "
                     WS-Prev-Rows-Read
                  SET Variance-Check-Failed TO TRUE
               END-IF
            END-IF

            IF Run-Sort-Step AND WS-Prev-Extracted > ZERO AND
               NOT Run-Archive-Step
               IF WS-Master-Extract-Count < WS-Prev-Extracted
                  DISPLAY "VARIANCE ERROR: MASTER EXTRACT COUNT "
                     WS-Master-Extract-Count
                     " WENT DOWN FROM PRIOR RUN "
                     WS-Prev-Extracted " WITH NO PURGE"
                  SET Variance-Check-Failed TO TRUE
               END-IF
            END-IF

            IF Variance-Check-Failed
               MOVE "VAR-FAIL" TO WS-Run-Status
               PERFORM Rollback-Master
               PERFORM Write-Run-Log
               MOVE 20 TO RETURN-CODE
               STOP RUN
            END-IF

            DISPLAY "VARIANCE CHECK OK AGAINST PRIOR RUN".

      ******************************************************************
      * Write-Run-Log - appends one audit block for this run to the
      * cumulative run-log file: run date/time, the dataset names
      * INIT-FILE-PATHS resolved, the row counts and final status.
      ******************************************************************
       Write-Run-Log.
            OPEN EXTEND Run-Log-File
            IF WS-RunLog-File-Status = "35"
               OPEN OUTPUT Run-Log-File
            END-IF
            IF WS-RunLog-File-Status NOT = "00" AND
               WS-RunLog-File-Status NOT = "05"
               DISPLAY "WARNING: RUN LOG UNAVAILABLE, STATUS "
                  WS-RunLog-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-RunLog-Path)
            ELSE
               MOVE SPACES TO Run-Log-Line
               STRING "RUN " WS-Run-Date " " WS-Run-Time
                  " STATUS: " WS-Run-Status
                  DELIMITED BY SIZE INTO Run-Log-Line
               WRITE Run-Log-Line
               MOVE SPACES TO Run-Log-Line
               STRING "  INPUT UFODATA: "
                  FUNCTION TRIM(WS-UFODATA-Path)
                  DELIMITED BY SIZE INTO Run-Log-Line
               WRITE Run-Log-Line
               PERFORM VARYING WS-Input-File-Idx FROM 1 BY 1
                  UNTIL WS-Input-File-Idx > WS-Input-File-Count
                  MOVE SPACES TO Run-Log-Line
                  STRING "  FILE " WS-Input-File-Idx ": "
                     FUNCTION TRIM
                        (WS-Input-File-Path(WS-Input-File-Idx))
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
                  MOVE SPACES TO Run-Log-Line
                  STRING "    FILE READ: "
                     WS-Input-Read-Count(WS-Input-File-Idx)
                     "  ACCEPTED: "
                     WS-Input-Accept-Count(WS-Input-File-Idx)
                     "  REJECTED: "
                     WS-Input-Reject-Count(WS-Input-File-Idx)
                     "  SKIPPED: "
                     WS-Input-Skip-Count(WS-Input-File-Idx)
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-PERFORM
               MOVE SPACES TO Run-Log-Line
               STRING "  MASTER FILE: "
                  FUNCTION TRIM(WS-Master-Path)
                  DELIMITED BY SIZE INTO Run-Log-Line
               WRITE Run-Log-Line
               MOVE SPACES TO Run-Log-Line
               STRING "  MASTER EXTRACT: "
                  FUNCTION TRIM(WS-MstExt-Path)
                  DELIMITED BY SIZE INTO Run-Log-Line
               WRITE Run-Log-Line
               MOVE SPACES TO Run-Log-Line
               STRING "  SORTED OUTPUT: "
                  FUNCTION TRIM(WS-SortedFile-Path)
                  DELIMITED BY SIZE INTO Run-Log-Line
               WRITE Run-Log-Line
               MOVE SPACES TO Run-Log-Line
               STRING "  ROWS READ: " WS-Row-Number
                  "  ACCEPTED: " WS-Accept-Count
                  "  REJECTED: " WS-Reject-Count
                  DELIMITED BY SIZE INTO Run-Log-Line
               WRITE Run-Log-Line
               MOVE SPACES TO Run-Log-Line
               STRING "  EXTRACTED: " WS-Master-Extract-Count
                  "  FILTERED OUT: " WS-Filtered-Out-Count
                  "  SORTED: " WS-Recon-Sorted-Count
                  "  DUPLICATES: " WS-Dedup-Duplicates
                  DELIMITED BY SIZE INTO Run-Log-Line
               WRITE Run-Log-Line
               IF Run-Archive-Step
                  MOVE SPACES TO Run-Log-Line
                  STRING "  ARCHIVED: " WS-Arch-Archived
                     "  RETAINED: " WS-Arch-Retained
                     "  ARCHIVE CUTOFF YEAR: " WS-Arch-Cutoff-Year
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               IF Run-Incident-Step
                  MOVE SPACES TO Run-Log-Line
                  STRING "  INCIDENTS: " WS-Inc-Count
                     "  SIGHTINGS IN INCIDENTS: " WS-Inc-Sightings
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               IF Run-Parse-Step
                  MOVE SPACES TO Run-Log-Line
                  STRING "  SUSPENSE RESUBMITTED: " WS-Susp-Recycled
                     "  ACCEPTED: " WS-Susp-Recyc-Accepted
                     "  NEW: " WS-Susp-New
                     "  OPEN: " WS-Susp-Open-Total
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               IF Run-Parse-Step AND Run-Notify-Step AND
                  Subscriptions-Are-Loaded
                  MOVE SPACES TO Run-Log-Line
                  STRING "  NOTIFY NEW ADDS: " WS-Sub-New-Adds
                     "  SUBSCRIBERS: " WS-Sub-Entries
                     "  SIGHTINGS SENT: " WS-Sub-Total-Sent
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               IF Run-EventMatch-Step AND Evt-Calendar-Is-Loaded
                  MOVE SPACES TO Run-Log-Line
                  STRING "  EVENT MATCH EXPLAINED: " WS-Evt-Explained
                     "  UNEXPLAINED: " WS-Evt-Unexplained
                     "  FLAGS SET: " WS-Evt-Flags-Set
                     "  CLEARED: " WS-Evt-Flags-Cleared
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               IF Run-Parse-Step AND Gaz-Is-Loaded
                  MOVE SPACES TO Run-Log-Line
                  STRING "  GAZETTEER STANDARDIZED: "
                     WS-Gaz-Standardized
                     "  COORDS SUPPLIED: " WS-Gaz-Backfilled
                     "  CITIES NOT FOUND: " WS-Gaz-Not-Found
                     "  MASTERS RESPELLED: " WS-Gaz-Respelled
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               MOVE SPACES TO Run-Log-Line
               STRING "  JOURNAL ENTRIES: " WS-Jrnl-Written
                  "  JOURNAL: " FUNCTION TRIM(WS-Journal-Path)
                  DELIMITED BY SIZE INTO Run-Log-Line
               WRITE Run-Log-Line
               IF Master-Backup-Is-Taken
                  MOVE SPACES TO Run-Log-Line
                  STRING "  MASTER BACKUP GEN " WS-Bkp-Gen
                     ": " FUNCTION TRIM(WS-Backup-Path)
                     "  RECORDS: " WS-Bkp-Master-Count
                     "  KEYS: " WS-Bkp-Low-ID "-" WS-Bkp-High-ID
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               IF Step-Restart-Mode
                  MOVE SPACES TO Run-Log-Line
                  STRING "  RESTART OF RUN " WS-Stp-Orig-Run-Date " "
                     WS-Stp-Orig-Run-Time " AT STEP "
                     WS-Stp-Resume-Name "  RESTART NUMBER: "
                     WS-Stp-Restart-Count
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               IF Step-Restart-Refused
                  MOVE SPACES TO Run-Log-Line
                  STRING "  RESTART REFUSED FOR RUN "
                     WS-Stp-Orig-Run-Date " " WS-Stp-Orig-Run-Time
                     ": " WS-Stp-Refuse-Reason
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               IF Master-Rollback-Has-Run
                  MOVE SPACES TO Run-Log-Line
                  IF WS-Bkp-Restore-Errors = ZERO AND
                     WS-Bkp-Restored = WS-Bkp-Master-Count
                     STRING "  MASTER ROLLED BACK FROM BACKUP GEN "
                        WS-Bkp-Gen "  RECORDS RESTORED: "
                        WS-Bkp-Restored
                        DELIMITED BY SIZE INTO Run-Log-Line
                  ELSE
                     STRING "  MASTER ROLLBACK INCOMPLETE FROM BACKUP "
                        "GEN " WS-Bkp-Gen "  RESTORED: "
                        WS-Bkp-Restored " OF " WS-Bkp-Master-Count
                        "  ERRORS: " WS-Bkp-Restore-Errors
                        DELIMITED BY SIZE INTO Run-Log-Line
                  END-IF
                  WRITE Run-Log-Line
                  IF Suspense-Backup-Is-Taken
                     MOVE SPACES TO Run-Log-Line
                     STRING "  SUSPENSE FILE RESTORED: "
                        WS-Bkp-Susp-Count " ROWS"
                        DELIMITED BY SIZE INTO Run-Log-Line
                     WRITE Run-Log-Line
                  END-IF
                  MOVE SPACES TO Run-Log-Line
                  STRING "  STEP CONTROL RESET TO THE MASTER BACKUP, "
                     "RESTART REDOES THE ROLLED-BACK STEPS"
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               IF Run-Convert-Mode
                  MOVE SPACES TO Run-Log-Line
                  STRING "  MASTER CONVERSION UNLOADED: "
                     WS-Cnv-Unloaded "  RELOADED: " WS-Cnv-Reloaded
                     "  ERRORS: " WS-Cnv-Errors
                     "  UNLOAD: " FUNCTION TRIM(WS-MstUnld-Path)
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               IF Run-Backout-Mode
                  MOVE SPACES TO Run-Log-Line
                  STRING "  BACKOUT OF RUN: " WS-Opt-Backout-Date
                     " " WS-Opt-Backout-Time
                     "  REVERSED: " WS-Bko-Reversed
                     "  CONFLICTS: " WS-Bko-Conflicts
                     DELIMITED BY SIZE INTO Run-Log-Line
                  WRITE Run-Log-Line
               END-IF
               CLOSE Run-Log-File
            END-IF.

       DetectDuplicates.
            SORT WorkFile-Dedup ON ASCENDING KEY WDU-DateTime
             ON ASCENDING KEY WDU-City
             ON ASCENDING KEY WDU-State
             ON ASCENDING KEY WDU-Country
             ON ASCENDING KEY WDU-Shape
             ON ASCENDING KEY WDU-Duration
             WITH DUPLICATES IN ORDER
             USING UFODATA-IN-Fixed GIVING Dedup-Sorted-File

            OPEN INPUT Dedup-Sorted-File
            OPEN OUTPUT Duplicate-Report
            MOVE SPACE TO bob-2

            MOVE SPACES TO Duplicate-Report-Line
            MOVE "DUPLICATE SIGHTINGS AUDIT REPORT" TO
               Duplicate-Report-Line
            WRITE Duplicate-Report-Line AFTER ADVANCING 1 LINE

            READ Dedup-Sorted-File
               AT END SET bob-EOF TO TRUE
            END-READ

            PERFORM UNTIL bob-EOF
               ADD 1 TO WS-Dedup-Total
               IF NOT Dedup-Is-First AND
                  Dedup-DateTime = WS-Prev-DateTime AND
                  Dedup-City = WS-Prev-City AND
                  Dedup-State = WS-Prev-State AND
                  Dedup-Country = WS-Prev-Country AND
                  Dedup-Shape = WS-Prev-Shape AND
                  Dedup-Duration = WS-Prev-Duration
                  ADD 1 TO WS-Dedup-Duplicates
                  MOVE SPACES TO Duplicate-Report-Line
                  STRING "DUPLICATE: " Dedup-DateTime " "
                     Dedup-City " " Dedup-State " " Dedup-Country
                     " " Dedup-Shape
                     DELIMITED BY SIZE INTO Duplicate-Report-Line
                  WRITE Duplicate-Report-Line AFTER ADVANCING 1 LINE
               ELSE
                  ADD 1 TO WS-Dedup-Unique
               END-IF

               MOVE "N" TO WS-Dedup-First
               MOVE Dedup-DateTime TO WS-Prev-DateTime
               MOVE Dedup-City TO WS-Prev-City
               MOVE Dedup-State TO WS-Prev-State
               MOVE Dedup-Country TO WS-Prev-Country
               MOVE Dedup-Shape TO WS-Prev-Shape
               MOVE Dedup-Duration TO WS-Prev-Duration

               READ Dedup-Sorted-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM

            MOVE SPACES TO Duplicate-Report-Line
            WRITE Duplicate-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Duplicate-Report-Line
            STRING "TOTAL RECORDS: " WS-Dedup-Total
               DELIMITED BY SIZE INTO Duplicate-Report-Line
            WRITE Duplicate-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Duplicate-Report-Line
            STRING "UNIQUE SIGHTINGS: " WS-Dedup-Unique
               DELIMITED BY SIZE INTO Duplicate-Report-Line
            WRITE Duplicate-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Duplicate-Report-Line
            STRING "DUPLICATE SIGHTINGS: " WS-Dedup-Duplicates
               DELIMITED BY SIZE INTO Duplicate-Report-Line
            WRITE Duplicate-Report-Line AFTER ADVANCING 1 LINE

            CLOSE Duplicate-Report
            CLOSE Dedup-Sorted-File.

      ******************************************************************
      * Build-Incidents - multi-witness incident consolidation.  The
      * master (same date/country filter as the extract) is unloaded
      * to a candidate file with each sighting's minute serial and
      * sighting ID, sorted into time order, and walked once against
      * a table of open incidents: a sighting joins the nearest open
      * incident whose center lies within the radius (an incident is
      * open while the sighting falls within the window of its
      * latest member), otherwise it opens an incident of its own.
      * Sightings with no validated coordinates or no usable
      * timestamp cannot be placed and are only counted.
      ******************************************************************
       Build-Incidents.
            MOVE ZERO TO WS-Inc-Candidates, WS-Inc-Excluded
            MOVE ZERO TO WS-Inc-Count, WS-Inc-Sightings
            MOVE ZERO TO WS-Inc-Overflow-Count, WS-Inc-Member-Overflow
            MOVE ZERO TO WS-Inc-Entries

            OPEN INPUT Master-File
            IF WS-Master-File-Status NOT = "00"
               DISPLAY "WARNING: MASTER FILE UNAVAILABLE, STATUS "
                  WS-Master-File-Status ", INCIDENT STEP SKIPPED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT Incident-Cand-File

            MOVE SPACE TO bob-2
            READ Master-File NEXT RECORD
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               COMPUTE WS-Filter-YYYYMM =
                  Master-Year * 100 + Master-Month
               IF WS-Filter-YYYYMM >= WS-Opt-Date-From AND
                  WS-Filter-YYYYMM <= WS-Opt-Date-To AND
                  (WS-Opt-Country = SPACES OR
                   FUNCTION UPPER-CASE(Master-Country) =
                      WS-Opt-Country)
                  PERFORM Write-Incident-Candidate
               END-IF
               READ Master-File NEXT RECORD
                  AT END SET bob-EOF TO TRUE
               END-READ
               IF WS-Master-File-Status NOT = "00" AND
                  WS-Master-File-Status NOT = "10"
                  SET bob-EOF TO TRUE
               END-IF
            END-PERFORM
            CLOSE Incident-Cand-File
            CLOSE Master-File

            SORT WorkFile-Incident ON ASCENDING KEY WDI-Minute-Serial
             ON ASCENDING KEY WDI-Sighting-ID
             USING Incident-Cand-File GIVING Incident-Sorted-File

            OPEN INPUT Incident-Sorted-File
            OPEN OUTPUT Incident-File
            OPEN OUTPUT Incident-Report

            MOVE SPACES TO Inc-Report-Line
            MOVE "ALIEN SIGHTINGS - MULTI-WITNESS INCIDENT REPORT" TO
               Inc-Report-Line
            WRITE Inc-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Inc-Report-Line
            STRING "WINDOW: " WS-Inc-Window-Min
               " MIN  RADIUS: " WS-Inc-Radius-Km
               " KM  MINIMUM WITNESSES: " WS-Inc-Min-Witness
               DELIMITED BY SIZE INTO Inc-Report-Line
            WRITE Inc-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Inc-Report-Line
            WRITE Inc-Report-Line AFTER ADVANCING 1 LINE

            MOVE SPACE TO bob-2
            READ Incident-Sorted-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               PERFORM Add-Incident-Sighting
               READ Incident-Sorted-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM

            PERFORM VARYING WS-Inc-I FROM 1 BY 1
               UNTIL WS-Inc-I > WS-Inc-Entries
               PERFORM Close-One-Incident
            END-PERFORM
            MOVE ZERO TO WS-Inc-Entries

            MOVE SPACES TO Inc-Report-Line
            WRITE Inc-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Inc-Report-Line
            STRING "INCIDENTS: " WS-Inc-Count
               "  SIGHTINGS IN INCIDENTS: " WS-Inc-Sightings
               DELIMITED BY SIZE INTO Inc-Report-Line
            WRITE Inc-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Inc-Report-Line
            STRING "SIGHTINGS CONSIDERED: " WS-Inc-Candidates
               DELIMITED BY SIZE INTO Inc-Report-Line
            WRITE Inc-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Inc-Report-Line
            STRING "SIGHTINGS WITHOUT USABLE COORDINATES OR TIME: "
               WS-Inc-Excluded
               DELIMITED BY SIZE INTO Inc-Report-Line
            WRITE Inc-Report-Line AFTER ADVANCING 1 LINE
            IF WS-Inc-Overflow-Count > ZERO
               MOVE SPACES TO Inc-Report-Line
               STRING "WARNING: " WS-Inc-Overflow-Count
                  " SIGHTING(S) NOT LINKED, OPEN INCIDENT TABLE FULL"
                  DELIMITED BY SIZE INTO Inc-Report-Line
               WRITE Inc-Report-Line AFTER ADVANCING 1 LINE
            END-IF
            IF WS-Inc-Member-Overflow > ZERO
               MOVE SPACES TO Inc-Report-Line
               STRING "WARNING: " WS-Inc-Member-Overflow
                  " SIGHTING ID(S) COUNTED BUT NOT LISTED ON THE "
                  "INCIDENT FILE, MEMBER LIST FULL"
                  DELIMITED BY SIZE INTO Inc-Report-Line
               WRITE Inc-Report-Line AFTER ADVANCING 1 LINE
            END-IF

            CLOSE Incident-Report
            CLOSE Incident-File
            CLOSE Incident-Sorted-File

            DISPLAY "INCIDENTS: " WS-Inc-Count
               "  SIGHTINGS IN INCIDENTS: " WS-Inc-Sightings.

      ******************************************************************
      * Write-Incident-Candidate - unloads the master record in hand
      * to the candidate file when it can be placed in time and
      * space.
      ******************************************************************
       Write-Incident-Candidate.
            IF (Master-Geo-Valid NOT = "Y" AND
                Master-Geo-Valid NOT = "G") OR
               Master-Year = ZERO OR
               Master-Month < 1 OR Master-Month > 12 OR
               Master-Day < 1 OR Master-Day > 31 OR
               Master-Hour > 23
               ADD 1 TO WS-Inc-Excluded
               EXIT PARAGRAPH
            END-IF

            PERFORM Compute-Master-Serial

            MOVE WS-Inc-Serial TO IncC-Minute-Serial
            MOVE Master-Sighting-ID TO IncC-Sighting-ID
            MOVE Master-DateTime TO IncC-DateTime
            MOVE Master-City TO IncC-City
            MOVE Master-State TO IncC-State
            MOVE Master-Country TO IncC-Country
            MOVE Master-Shape TO IncC-Shape
            MOVE Master-Latitude TO IncC-Latitude
            MOVE Master-Longitude TO IncC-Longitude
            WRITE Incident-Cand-Record
            ADD 1 TO WS-Inc-Candidates.

      ******************************************************************
      * Compute-Master-Serial - the minute serial (day serial * 1440
      * + hour * 60 + minute) of the master record in hand, left in
      * WS-Inc-Serial.  The caller has already checked the date and
      * hour; the minute comes from the raw datetime text the same
      * way DecomposeDateTime splits it, zero when it has none.
      ******************************************************************
       Compute-Master-Serial.
            MOVE SPACES TO WS-DT-Month, WS-DT-Day, WS-DT-YearTime
            MOVE SPACES TO WS-DT-Year, WS-DT-Time
            MOVE SPACES TO WS-DT-Hour, WS-DT-Minute
            MOVE ZERO TO WS-Inc-Minute
            UNSTRING Master-DateTime DELIMITED BY "/"
               INTO WS-DT-Month, WS-DT-Day, WS-DT-YearTime
            END-UNSTRING
            UNSTRING WS-DT-YearTime DELIMITED BY SPACE
               INTO WS-DT-Year, WS-DT-Time
            END-UNSTRING
            UNSTRING WS-DT-Time DELIMITED BY ":"
               INTO WS-DT-Hour, WS-DT-Minute
            END-UNSTRING
            IF WS-DT-Minute NOT = SPACES AND
                  FUNCTION TRIM(WS-DT-Minute) IS NUMERIC
               IF FUNCTION NUMVAL(WS-DT-Minute) < 60
                  MOVE FUNCTION NUMVAL(WS-DT-Minute) TO WS-Inc-Minute
               END-IF
            END-IF

            COMPUTE WS-Inc-YYYYMMDD =
               Master-Year * 10000 + Master-Month * 100 + Master-Day
            COMPUTE WS-Inc-Serial =
               FUNCTION INTEGER-OF-DATE(WS-Inc-YYYYMMDD) * 1440
               + Master-Hour * 60 + WS-Inc-Minute.

      ******************************************************************
      * Match-Event-Calendar - known-event cross-match.  Every
      * master sighting is checked against the event calendar by
      * date/time window, location and shape; the first matching
      * event's ID is set in Master-Event-ID, and a flag left from
      * an earlier run is cleared when the sighting no longer
      * matches anything (the calendar was corrected, or the
      * sighting was).  Every flag change is journaled.  Matches
      * are sorted by event for the possibly explained report.  A
      * missing calendar skips the step and leaves the flags as
      * they are.
      ******************************************************************
       Match-Event-Calendar.
            MOVE ZERO TO WS-Evt-Master-Count, WS-Evt-Explained
            MOVE ZERO TO WS-Evt-Unexplained
            MOVE ZERO TO WS-Evt-Flags-Set, WS-Evt-Flags-Cleared
            PERFORM Load-Event-Calendar
            IF NOT Evt-Calendar-Is-Loaded
               EXIT PARAGRAPH
            END-IF

            OPEN I-O Master-File
            IF WS-Master-File-Status NOT = "00" AND
               WS-Master-File-Status NOT = "05"
               DISPLAY "WARNING: MASTER FILE UNAVAILABLE, STATUS "
                  WS-Master-File-Status ", EVENT MATCH SKIPPED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               MOVE "N" TO WS-Evt-Loaded
               EXIT PARAGRAPH
            END-IF
            MOVE "EVENTMATCH" TO WS-Jrnl-Source
            PERFORM Open-Journal-File
            OPEN OUTPUT Event-Match-File

            MOVE SPACE TO bob-2
            READ Master-File NEXT RECORD
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               ADD 1 TO WS-Evt-Master-Count
               PERFORM Match-One-Sighting
               READ Master-File NEXT RECORD
                  AT END SET bob-EOF TO TRUE
               END-READ
               IF WS-Master-File-Status NOT = "00" AND
                  WS-Master-File-Status NOT = "10"
                  SET bob-EOF TO TRUE
               END-IF
            END-PERFORM

            CLOSE Event-Match-File
            CLOSE Master-File
            CLOSE Journal-File

            SORT WorkFile-Event ON ASCENDING KEY WDE-Evt-Idx
             ON ASCENDING KEY WDE-Minute-Serial
             USING Event-Match-File GIVING Event-Match-Sorted

            PERFORM Write-Explained-Report

            DISPLAY "EVENT MATCH - POSSIBLY EXPLAINED: "
               WS-Evt-Explained "  UNEXPLAINED: " WS-Evt-Unexplained
            DISPLAY "EVENT FLAGS SET: " WS-Evt-Flags-Set
               "  CLEARED: " WS-Evt-Flags-Cleared.

      ******************************************************************
      * Load-Event-Calendar - loads the event calendar ("*" in
      * column 1 is a comment).  An event with an impossible window,
      * an unknown scope or an empty area is warned and left out
      * rather than matching everything or nothing.
      ******************************************************************
       Load-Event-Calendar.
            MOVE "N" TO WS-Evt-Loaded
            MOVE ZERO TO WS-Evt-Entries, WS-Evt-Bad-Records
            MOVE ZERO TO WS-Evt-Overflow-Count
            OPEN INPUT Event-Calendar-File
            IF WS-EventCal-File-Status = "35"
               DISPLAY "NO EVENT CALENDAR, EVENT MATCH SKIPPED"
               EXIT PARAGRAPH
            END-IF
            IF WS-EventCal-File-Status NOT = "00"
               DISPLAY "WARNING: EVENT CALENDAR UNREADABLE, STATUS "
                  WS-EventCal-File-Status ", EVENT MATCH SKIPPED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-EventCal-Path)
               EXIT PARAGRAPH
            END-IF

            MOVE SPACE TO bob-2
            READ Event-Calendar-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               IF Event-Calendar-Record NOT = SPACES AND
                  Event-Calendar-Record(1:1) NOT = "*"
                  PERFORM Load-Event-Record
               END-IF
               READ Event-Calendar-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Event-Calendar-File

            SET Evt-Calendar-Is-Loaded TO TRUE
            DISPLAY "EVENT CALENDAR LOADED: " WS-Evt-Entries " EVENTS"
            IF WS-Evt-Bad-Records > ZERO
               DISPLAY "WARNING: " WS-Evt-Bad-Records
                  " EVENT CALENDAR RECORD(S) NOT USABLE, IGNORED"
            END-IF
            IF WS-Evt-Overflow-Count > ZERO
               DISPLAY "WARNING: EVENT TABLE FULL, "
                  WS-Evt-Overflow-Count " EVENT(S) IGNORED"
            END-IF.

       Load-Event-Record.
            MOVE "Y" TO WS-Evt-Rec-OK
            IF Evt-Rec-ID = SPACES OR
               Evt-Rec-Start-Date NOT NUMERIC OR
               Evt-Rec-Start-Time NOT NUMERIC OR
               Evt-Rec-End-Date NOT NUMERIC OR
               Evt-Rec-End-Time NOT NUMERIC
               MOVE "N" TO WS-Evt-Rec-OK
            END-IF
            IF Evt-Record-Is-Usable
               IF FUNCTION TEST-DATE-YYYYMMDD(Evt-Rec-Start-Date)
                     NOT = ZERO OR
                  FUNCTION TEST-DATE-YYYYMMDD(Evt-Rec-End-Date)
                     NOT = ZERO OR
                  Evt-Rec-Start-Time(1:2) > "23" OR
                  Evt-Rec-Start-Time(3:2) > "59" OR
                  Evt-Rec-End-Time(1:2) > "23" OR
                  Evt-Rec-End-Time(3:2) > "59"
                  MOVE "N" TO WS-Evt-Rec-OK
               END-IF
            END-IF
            IF Evt-Record-Is-Usable
               EVALUATE Evt-Rec-Scope
                  WHEN "S"
                     IF Evt-Rec-State(1) = SPACES
                        MOVE "N" TO WS-Evt-Rec-OK
                     END-IF
                  WHEN "R"
                     IF Evt-Rec-Latitude NOT NUMERIC OR
                        Evt-Rec-Longitude NOT NUMERIC OR
                        Evt-Rec-Radius-Km NOT NUMERIC OR
                        Evt-Rec-Radius-Km = ZERO
                        MOVE "N" TO WS-Evt-Rec-OK
                     END-IF
                  WHEN OTHER
                     MOVE "N" TO WS-Evt-Rec-OK
               END-EVALUATE
            END-IF
            IF NOT Evt-Record-Is-Usable
               ADD 1 TO WS-Evt-Bad-Records
               DISPLAY "WARNING: EVENT CALENDAR RECORD REJECTED: "
                  Event-Calendar-Record(1:50)
               EXIT PARAGRAPH
            END-IF
            IF WS-Evt-Entries >= 500
               ADD 1 TO WS-Evt-Overflow-Count
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-Evt-Entries
            MOVE WS-Evt-Entries TO WS-Evt-I
            MOVE Evt-Rec-ID TO WS-Evt-ID(WS-Evt-I)
            MOVE FUNCTION UPPER-CASE(Evt-Rec-Type) TO
               WS-Evt-Type(WS-Evt-I)
            MOVE Evt-Rec-Desc TO WS-Evt-Desc(WS-Evt-I)
            MOVE Evt-Rec-Start-Date TO WS-Evt-Start-Date(WS-Evt-I)
            MOVE Evt-Rec-Start-Time TO WS-Evt-Start-Time(WS-Evt-I)
            MOVE Evt-Rec-End-Date TO WS-Evt-End-Date(WS-Evt-I)
            MOVE Evt-Rec-End-Time TO WS-Evt-End-Time(WS-Evt-I)
            MOVE Evt-Rec-Start-Date TO WS-Evt-Work-Date
            MOVE Evt-Rec-Start-Time TO WS-Evt-Work-Time
            PERFORM Compute-Event-Serial
            MOVE WS-Evt-Work-Serial TO WS-Evt-Start-Serial(WS-Evt-I)
            MOVE Evt-Rec-End-Date TO WS-Evt-Work-Date
            MOVE Evt-Rec-End-Time TO WS-Evt-Work-Time
            PERFORM Compute-Event-Serial
            MOVE WS-Evt-Work-Serial TO WS-Evt-End-Serial(WS-Evt-I)
            IF WS-Evt-End-Serial(WS-Evt-I) <
               WS-Evt-Start-Serial(WS-Evt-I)
               SUBTRACT 1 FROM WS-Evt-Entries
               ADD 1 TO WS-Evt-Bad-Records
               DISPLAY "WARNING: EVENT " Evt-Rec-ID
                  " ENDS BEFORE IT STARTS, IGNORED"
               EXIT PARAGRAPH
            END-IF

            MOVE Evt-Rec-Scope TO WS-Evt-Scope(WS-Evt-I)
            MOVE SPACES TO WS-Evt-Country(WS-Evt-I)
            MOVE ZERO TO WS-Evt-Latitude(WS-Evt-I)
            MOVE ZERO TO WS-Evt-Longitude(WS-Evt-I)
            MOVE ZERO TO WS-Evt-Radius-Km(WS-Evt-I)
            PERFORM VARYING WS-Evt-J FROM 1 BY 1 UNTIL WS-Evt-J > 11
               MOVE SPACES TO WS-Evt-State(WS-Evt-I, WS-Evt-J)
            END-PERFORM
            IF Evt-Rec-Scope = "S"
               MOVE FUNCTION UPPER-CASE(Evt-Rec-Country) TO
                  WS-Evt-Country(WS-Evt-I)
               PERFORM VARYING WS-Evt-J FROM 1 BY 1
                  UNTIL WS-Evt-J > 11
                  MOVE FUNCTION UPPER-CASE(Evt-Rec-State(WS-Evt-J))
                     TO WS-Evt-State(WS-Evt-I, WS-Evt-J)
               END-PERFORM
            ELSE
               MOVE Evt-Rec-Latitude TO WS-Evt-Latitude(WS-Evt-I)
               MOVE Evt-Rec-Longitude TO WS-Evt-Longitude(WS-Evt-I)
               MOVE Evt-Rec-Radius-Km TO WS-Evt-Radius-Km(WS-Evt-I)
            END-IF

            MOVE ZERO TO WS-Evt-Shape-Entries(WS-Evt-I)
            PERFORM VARYING WS-Evt-J FROM 1 BY 1 UNTIL WS-Evt-J > 4
               MOVE SPACES TO WS-Evt-Shape(WS-Evt-I, WS-Evt-J)
               IF Evt-Rec-Shape(WS-Evt-J) NOT = SPACES
                  ADD 1 TO WS-Evt-Shape-Entries(WS-Evt-I)
                  MOVE FUNCTION UPPER-CASE(Evt-Rec-Shape(WS-Evt-J))
                     TO WS-Evt-Shape(WS-Evt-I,
                        WS-Evt-Shape-Entries(WS-Evt-I))
               END-IF
            END-PERFORM
            MOVE ZERO TO WS-Evt-Match-Count(WS-Evt-I).

       Compute-Event-Serial.
            COMPUTE WS-Evt-Work-Serial =
               FUNCTION INTEGER-OF-DATE(WS-Evt-Work-Date) * 1440
               + FUNCTION INTEGER-PART(WS-Evt-Work-Time / 100) * 60
               + FUNCTION MOD(WS-Evt-Work-Time, 100).

      ******************************************************************
      * Match-One-Sighting - finds the first calendar event the
      * master record in hand falls under and brings its
      * Master-Event-ID into line.  Undated sightings cannot be
      * placed in a window and are always unexplained.
      ******************************************************************
       Match-One-Sighting.
            MOVE ZERO TO WS-Evt-Hit
            IF Master-Year > ZERO AND
               Master-Month >= 1 AND Master-Month <= 12 AND
               Master-Day >= 1 AND Master-Day <= 31 AND
               Master-Hour <= 23
               PERFORM Compute-Master-Serial
               MOVE FUNCTION UPPER-CASE(Master-Shape) TO
                  WS-Evt-Shape-Upper
               MOVE FUNCTION UPPER-CASE(Master-State) TO
                  WS-Evt-State-Upper
               MOVE FUNCTION UPPER-CASE(Master-Country) TO
                  WS-Evt-Country-Upper
               PERFORM VARYING WS-Evt-I FROM 1 BY 1
                  UNTIL WS-Evt-I > WS-Evt-Entries
                        OR WS-Evt-Hit NOT = ZERO
                  PERFORM Match-One-Event
               END-PERFORM
            END-IF

            IF WS-Evt-Hit = ZERO
               MOVE SPACES TO WS-Evt-New-ID
               ADD 1 TO WS-Evt-Unexplained
            ELSE
               MOVE WS-Evt-ID(WS-Evt-Hit) TO WS-Evt-New-ID
               ADD 1 TO WS-Evt-Explained
               ADD 1 TO WS-Evt-Match-Count(WS-Evt-Hit)
               MOVE WS-Evt-Hit TO EvmC-Evt-Idx
               MOVE WS-Inc-Serial TO EvmC-Minute-Serial
               MOVE Master-Sighting-ID TO EvmC-Sighting-ID
               MOVE Master-DateTime TO EvmC-DateTime
               MOVE Master-City TO EvmC-City
               MOVE Master-State TO EvmC-State
               MOVE Master-Country TO EvmC-Country
               MOVE Master-Shape TO EvmC-Shape
               WRITE Event-Match-Record
            END-IF

            IF WS-Evt-New-ID = Master-Event-ID
               EXIT PARAGRAPH
            END-IF
            MOVE Master-Record TO WS-Jrnl-Before-Image
            MOVE WS-Evt-New-ID TO Master-Event-ID
            REWRITE Master-Record
               INVALID KEY
                  DISPLAY "WARNING: EVENT FLAG REWRITE FAILED FOR ID "
                     Master-Sighting-ID
               NOT INVALID KEY
                  IF WS-Evt-New-ID = SPACES
                     ADD 1 TO WS-Evt-Flags-Cleared
                  ELSE
                     ADD 1 TO WS-Evt-Flags-Set
                  END-IF
                  MOVE "U" TO WS-Jrnl-Action
                  MOVE Master-Record TO WS-Jrnl-After-Image
                  PERFORM Write-Journal-Entry
            END-REWRITE.

      ******************************************************************
      * Match-One-Event - sets WS-Evt-Hit to WS-Evt-I when the
      * sighting in hand falls inside event WS-Evt-I's window, area
      * and shape list.  Radius events need coordinates, reported
      * or gazetteer-supplied.
      ******************************************************************
       Match-One-Event.
            IF WS-Inc-Serial < WS-Evt-Start-Serial(WS-Evt-I) OR
               WS-Inc-Serial > WS-Evt-End-Serial(WS-Evt-I)
               EXIT PARAGRAPH
            END-IF

            IF WS-Evt-Shape-Entries(WS-Evt-I) > ZERO
               MOVE "N" TO WS-Evt-Found
               PERFORM VARYING WS-Evt-J FROM 1 BY 1
                  UNTIL WS-Evt-J > WS-Evt-Shape-Entries(WS-Evt-I)
                        OR Evt-Item-Was-Found
                  IF WS-Evt-Shape(WS-Evt-I, WS-Evt-J) =
                     WS-Evt-Shape-Upper
                     SET Evt-Item-Was-Found TO TRUE
                  END-IF
               END-PERFORM
               IF NOT Evt-Item-Was-Found
                  EXIT PARAGRAPH
               END-IF
            END-IF

            IF WS-Evt-Scope(WS-Evt-I) = "S"
               IF WS-Evt-Country(WS-Evt-I) NOT = SPACES AND
                  WS-Evt-Country(WS-Evt-I) NOT = WS-Evt-Country-Upper
                  EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-Evt-Found
               PERFORM VARYING WS-Evt-J FROM 1 BY 1
                  UNTIL WS-Evt-J > 11 OR Evt-Item-Was-Found
                  IF WS-Evt-State(WS-Evt-I, WS-Evt-J) NOT = SPACES
                     AND WS-Evt-State(WS-Evt-I, WS-Evt-J) =
                        WS-Evt-State-Upper
                     SET Evt-Item-Was-Found TO TRUE
                  END-IF
               END-PERFORM
               IF NOT Evt-Item-Was-Found
                  EXIT PARAGRAPH
               END-IF
            ELSE
               IF Master-Geo-Valid NOT = "Y" AND
                  Master-Geo-Valid NOT = "G"
                  EXIT PARAGRAPH
               END-IF
               MOVE Master-Latitude TO WS-Dist-Lat-1
               MOVE Master-Longitude TO WS-Dist-Long-1
               MOVE WS-Evt-Latitude(WS-Evt-I) TO WS-Dist-Lat-2
               MOVE WS-Evt-Longitude(WS-Evt-I) TO WS-Dist-Long-2
               PERFORM Compute-Point-Distance
               IF WS-Dist-Km > WS-Evt-Radius-Km(WS-Evt-I)
                  EXIT PARAGRAPH
               END-IF
            END-IF

            MOVE WS-Evt-I TO WS-Evt-Hit.

      ******************************************************************
      * Write-Explained-Report - one block per calendar event (its
      * window, area and the sightings it possibly explains, in
      * time order), then the explained and unexplained totals.
      ******************************************************************
       Write-Explained-Report.
            OPEN INPUT Event-Match-Sorted
            OPEN OUTPUT Explained-Report

            MOVE SPACES TO Expl-Report-Line
            MOVE "ALIEN SIGHTINGS - POSSIBLY EXPLAINED SIGHTINGS" TO
               Expl-Report-Line
            WRITE Expl-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Expl-Report-Line
            STRING "RUN DATE: " WS-Run-Date
               "  CALENDAR EVENTS: " WS-Evt-Entries
               DELIMITED BY SIZE INTO Expl-Report-Line
            WRITE Expl-Report-Line AFTER ADVANCING 1 LINE

            MOVE SPACE TO bob-2
            READ Event-Match-Sorted
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM VARYING WS-Evt-I FROM 1 BY 1
               UNTIL WS-Evt-I > WS-Evt-Entries
               PERFORM Write-Explained-Event
            END-PERFORM
            CLOSE Event-Match-Sorted

            MOVE SPACES TO Expl-Report-Line
            WRITE Expl-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Expl-Report-Line
            STRING "SIGHTINGS ON MASTER: " WS-Evt-Master-Count
               DELIMITED BY SIZE INTO Expl-Report-Line
            WRITE Expl-Report-Line AFTER ADVANCING 2 LINES
            MOVE SPACES TO Expl-Report-Line
            STRING "POSSIBLY EXPLAINED: " WS-Evt-Explained
               DELIMITED BY SIZE INTO Expl-Report-Line
            WRITE Expl-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Expl-Report-Line
            STRING "UNEXPLAINED: " WS-Evt-Unexplained
               DELIMITED BY SIZE INTO Expl-Report-Line
            WRITE Expl-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Expl-Report-Line
            STRING "FLAGS SET THIS RUN: " WS-Evt-Flags-Set
               "  FLAGS CLEARED THIS RUN: " WS-Evt-Flags-Cleared
               DELIMITED BY SIZE INTO Expl-Report-Line
            WRITE Expl-Report-Line AFTER ADVANCING 1 LINE
            IF WS-Evt-Bad-Records > ZERO OR
               WS-Evt-Overflow-Count > ZERO
               MOVE SPACES TO Expl-Report-Line
               STRING "WARNING: " WS-Evt-Bad-Records
                  " CALENDAR RECORD(S) UNUSABLE, "
                  WS-Evt-Overflow-Count
                  " OVER EVENT TABLE CAPACITY - NOT MATCHED"
                  DELIMITED BY SIZE INTO Expl-Report-Line
               WRITE Expl-Report-Line AFTER ADVANCING 1 LINE
            END-IF

            CLOSE Explained-Report.

       Write-Explained-Event.
            MOVE SPACES TO WS-Evt-Area-Text
            MOVE 1 TO WS-Evt-Area-Ptr
            IF WS-Evt-Scope(WS-Evt-I) = "S"
               STRING "STATES:" DELIMITED BY SIZE
                  INTO WS-Evt-Area-Text WITH POINTER WS-Evt-Area-Ptr
               PERFORM VARYING WS-Evt-J FROM 1 BY 1
                  UNTIL WS-Evt-J > 11
                  IF WS-Evt-State(WS-Evt-I, WS-Evt-J) NOT = SPACES
                     STRING " " WS-Evt-State(WS-Evt-I, WS-Evt-J)
                        DELIMITED BY SIZE INTO WS-Evt-Area-Text
                        WITH POINTER WS-Evt-Area-Ptr
                  END-IF
               END-PERFORM
               IF WS-Evt-Country(WS-Evt-I) NOT = SPACES
                  STRING " (" WS-Evt-Country(WS-Evt-I) ")"
                     DELIMITED BY SIZE INTO WS-Evt-Area-Text
                     WITH POINTER WS-Evt-Area-Ptr
               END-IF
            ELSE
               MOVE WS-Evt-Latitude(WS-Evt-I) TO WS-Inc-Lat-Disp
               MOVE WS-Evt-Longitude(WS-Evt-I) TO WS-Inc-Long-Disp
               STRING "WITHIN " WS-Evt-Radius-Km(WS-Evt-I)
                  " KM OF " WS-Inc-Lat-Disp " " WS-Inc-Long-Disp
                  DELIMITED BY SIZE INTO WS-Evt-Area-Text
                  WITH POINTER WS-Evt-Area-Ptr
            END-IF

            MOVE SPACES TO Expl-Report-Line
            STRING "EVENT " WS-Evt-ID(WS-Evt-I) " "
               WS-Evt-Type(WS-Evt-I) " " WS-Evt-Desc(WS-Evt-I)
               DELIMITED BY SIZE INTO Expl-Report-Line
            WRITE Expl-Report-Line AFTER ADVANCING 2 LINES
            MOVE SPACES TO Expl-Report-Line
            STRING "  WINDOW: " WS-Evt-Start-Date(WS-Evt-I) " "
               WS-Evt-Start-Time(WS-Evt-I) " TO "
               WS-Evt-End-Date(WS-Evt-I) " "
               WS-Evt-End-Time(WS-Evt-I) "  " WS-Evt-Area-Text
               DELIMITED BY SIZE INTO Expl-Report-Line
            WRITE Expl-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Expl-Report-Line
            STRING "  SIGHTINGS POSSIBLY EXPLAINED: "
               WS-Evt-Match-Count(WS-Evt-I)
               DELIMITED BY SIZE INTO Expl-Report-Line
            WRITE Expl-Report-Line AFTER ADVANCING 1 LINE

            PERFORM UNTIL bob-EOF OR
               SortEvm-Evt-Idx NOT = WS-Evt-I
               MOVE SPACES TO Expl-Report-Line
               STRING "    ID " SortEvm-Sighting-ID "  "
                  SortEvm-DateTime "  " SortEvm-City " "
                  SortEvm-State " " SortEvm-Country "  "
                  SortEvm-Shape
                  DELIMITED BY SIZE INTO Expl-Report-Line
               WRITE Expl-Report-Line AFTER ADVANCING 1 LINE
               READ Event-Match-Sorted
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM.

      ******************************************************************
      * Add-Incident-Sighting - closes every open incident the time
      * line has left behind, then links the sighting in hand to the
      * nearest open incident within the radius or opens a new one.
      * Closed entries are replaced by the last table entry, so the
      * close sweep runs from the top of the table down.
      ******************************************************************
       Add-Incident-Sighting.
            MOVE SortInc-Minute-Serial TO WS-Inc-Serial
            PERFORM VARYING WS-Inc-I FROM WS-Inc-Entries BY -1
               UNTIL WS-Inc-I < 1
               IF WS-Inc-Serial - WS-Inc-Last-Serial(WS-Inc-I) >
                  WS-Inc-Window-Min
                  PERFORM Close-One-Incident
                  IF WS-Inc-I < WS-Inc-Entries
                     MOVE WS-Inc-Entry(WS-Inc-Entries) TO
                        WS-Inc-Entry(WS-Inc-I)
                  END-IF
                  SUBTRACT 1 FROM WS-Inc-Entries
               END-IF
            END-PERFORM

            MOVE ZERO TO WS-Inc-Best, WS-Inc-Best-Km
            MOVE SortInc-Latitude TO WS-Dist-Lat-1
            MOVE SortInc-Longitude TO WS-Dist-Long-1
            PERFORM VARYING WS-Inc-I FROM 1 BY 1
               UNTIL WS-Inc-I > WS-Inc-Entries
               MOVE WS-Inc-Ctr-Lat(WS-Inc-I) TO WS-Dist-Lat-2
               MOVE WS-Inc-Ctr-Long(WS-Inc-I) TO WS-Dist-Long-2
               PERFORM Compute-Point-Distance
               IF WS-Dist-Km <= WS-Inc-Radius-Km AND
                  (WS-Inc-Best = ZERO OR WS-Dist-Km < WS-Inc-Best-Km)
                  MOVE WS-Inc-I TO WS-Inc-Best
                  MOVE WS-Dist-Km TO WS-Inc-Best-Km
               END-IF
            END-PERFORM

            IF WS-Inc-Best = ZERO
               IF WS-Inc-Entries >= 200
                  ADD 1 TO WS-Inc-Overflow-Count
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Inc-Entries
               MOVE WS-Inc-Entries TO WS-Inc-Best
               MOVE SortInc-Sighting-ID TO WS-Inc-ID(WS-Inc-Best)
               MOVE WS-Inc-Serial TO WS-Inc-Start-Serial(WS-Inc-Best)
               MOVE SortInc-DateTime TO
                  WS-Inc-First-DateTime(WS-Inc-Best)
               MOVE SortInc-City TO WS-Inc-City(WS-Inc-Best)
               MOVE SortInc-State TO WS-Inc-State(WS-Inc-Best)
               MOVE SortInc-Country TO WS-Inc-Country(WS-Inc-Best)
               MOVE ZERO TO WS-Inc-Witnesses(WS-Inc-Best)
               MOVE ZERO TO WS-Inc-Sum-Lat(WS-Inc-Best)
               MOVE ZERO TO WS-Inc-Sum-Long(WS-Inc-Best)
               MOVE ZERO TO WS-Inc-Shape-Entries(WS-Inc-Best)
               MOVE ZERO TO WS-Inc-Member-Entries(WS-Inc-Best)
            END-IF

            MOVE WS-Inc-Best TO WS-Inc-I
            ADD 1 TO WS-Inc-Witnesses(WS-Inc-I)
            MOVE WS-Inc-Serial TO WS-Inc-Last-Serial(WS-Inc-I)
            MOVE SortInc-DateTime TO WS-Inc-Last-DateTime(WS-Inc-I)
            ADD SortInc-Latitude TO WS-Inc-Sum-Lat(WS-Inc-I)
            ADD SortInc-Longitude TO WS-Inc-Sum-Long(WS-Inc-I)
            COMPUTE WS-Inc-Ctr-Lat(WS-Inc-I) ROUNDED =
               WS-Inc-Sum-Lat(WS-Inc-I) / WS-Inc-Witnesses(WS-Inc-I)
            COMPUTE WS-Inc-Ctr-Long(WS-Inc-I) ROUNDED =
               WS-Inc-Sum-Long(WS-Inc-I) / WS-Inc-Witnesses(WS-Inc-I)

            MOVE "N" TO WS-Inc-Found
            PERFORM VARYING WS-Inc-J FROM 1 BY 1
               UNTIL WS-Inc-J > WS-Inc-Shape-Entries(WS-Inc-I)
                     OR Inc-Shape-Was-Found
               IF WS-Inc-Shape(WS-Inc-I, WS-Inc-J) = SortInc-Shape
                  SET Inc-Shape-Was-Found TO TRUE
               END-IF
            END-PERFORM
            IF NOT Inc-Shape-Was-Found AND
               WS-Inc-Shape-Entries(WS-Inc-I) < 6
               ADD 1 TO WS-Inc-Shape-Entries(WS-Inc-I)
               MOVE SortInc-Shape TO WS-Inc-Shape(WS-Inc-I,
                  WS-Inc-Shape-Entries(WS-Inc-I))
            END-IF

            IF WS-Inc-Member-Entries(WS-Inc-I) < 50
               ADD 1 TO WS-Inc-Member-Entries(WS-Inc-I)
               MOVE SortInc-Sighting-ID TO WS-Inc-Member-ID(WS-Inc-I,
                  WS-Inc-Member-Entries(WS-Inc-I))
            ELSE
               ADD 1 TO WS-Inc-Member-Overflow
            END-IF.

      ******************************************************************
      * Close-One-Incident - writes the incident at WS-Inc-I to the
      * incident file and the report when it reached the minimum
      * witness count; a lone sighting is not an incident.
      ******************************************************************
       Close-One-Incident.
            IF WS-Inc-Witnesses(WS-Inc-I) < WS-Inc-Min-Witness
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-Inc-Count
            ADD WS-Inc-Witnesses(WS-Inc-I) TO WS-Inc-Sightings

            MOVE WS-Inc-ID(WS-Inc-I) TO Inc-Hdr-ID
            MOVE WS-Inc-Witnesses(WS-Inc-I) TO Inc-Hdr-Witnesses
            MOVE WS-Inc-First-DateTime(WS-Inc-I) TO
               Inc-Hdr-First-DateTime
            MOVE WS-Inc-Last-DateTime(WS-Inc-I) TO
               Inc-Hdr-Last-DateTime
            COMPUTE Inc-Hdr-Span-Minutes =
               WS-Inc-Last-Serial(WS-Inc-I) -
               WS-Inc-Start-Serial(WS-Inc-I)
            MOVE WS-Inc-Ctr-Lat(WS-Inc-I) TO Inc-Hdr-Ctr-Lat
            MOVE WS-Inc-Ctr-Long(WS-Inc-I) TO Inc-Hdr-Ctr-Long
            MOVE WS-Inc-City(WS-Inc-I) TO Inc-Hdr-City
            MOVE WS-Inc-State(WS-Inc-I) TO Inc-Hdr-State
            MOVE WS-Inc-Country(WS-Inc-I) TO Inc-Hdr-Country
            MOVE WS-Inc-Shape-Entries(WS-Inc-I) TO Inc-Hdr-Shape-Count
            MOVE SPACES TO WS-Inc-Shape-List
            MOVE 1 TO WS-Inc-Shape-Ptr
            PERFORM VARYING WS-Inc-J FROM 1 BY 1 UNTIL WS-Inc-J > 6
               IF WS-Inc-J > WS-Inc-Shape-Entries(WS-Inc-I)
                  MOVE SPACES TO Inc-Hdr-Shape(WS-Inc-J)
               ELSE
                  MOVE WS-Inc-Shape(WS-Inc-I, WS-Inc-J) TO
                     Inc-Hdr-Shape(WS-Inc-J)
                  IF WS-Inc-J > 1
                     STRING ", " DELIMITED BY SIZE
                        INTO WS-Inc-Shape-List
                        WITH POINTER WS-Inc-Shape-Ptr
                  END-IF
                  IF WS-Inc-Shape(WS-Inc-I, WS-Inc-J) = SPACES
                     STRING "(BLANK)" DELIMITED BY SIZE
                        INTO WS-Inc-Shape-List
                        WITH POINTER WS-Inc-Shape-Ptr
                  ELSE
                     STRING FUNCTION TRIM
                        (WS-Inc-Shape(WS-Inc-I, WS-Inc-J))
                        DELIMITED BY SIZE
                        INTO WS-Inc-Shape-List
                        WITH POINTER WS-Inc-Shape-Ptr
                  END-IF
               END-IF
            END-PERFORM
            MOVE SPACES TO Incident-Record
            WRITE Incident-Record FROM WS-Incident-Header

            MOVE WS-Inc-ID(WS-Inc-I) TO Inc-Sgt-ID
            PERFORM VARYING WS-Inc-J FROM 1 BY 1
               UNTIL WS-Inc-J > WS-Inc-Member-Entries(WS-Inc-I)
               MOVE WS-Inc-Member-ID(WS-Inc-I, WS-Inc-J) TO
                  Inc-Sgt-Sighting-ID
               MOVE SPACES TO Incident-Record
               WRITE Incident-Record FROM WS-Incident-Sighting
            END-PERFORM

            MOVE WS-Inc-Ctr-Lat(WS-Inc-I) TO WS-Inc-Lat-Disp
            MOVE WS-Inc-Ctr-Long(WS-Inc-I) TO WS-Inc-Long-Disp
            MOVE SPACES TO Inc-Report-Line
            STRING "INCIDENT " Inc-Hdr-Prefix Inc-Hdr-ID
               "  WITNESSES: " Inc-Hdr-Witnesses
               "  SPAN: " Inc-Hdr-Span-Minutes " MIN"
               DELIMITED BY SIZE INTO Inc-Report-Line
            WRITE Inc-Report-Line AFTER ADVANCING 2 LINES
            MOVE SPACES TO Inc-Report-Line
            STRING "  FIRST SEEN: " Inc-Hdr-First-DateTime
               "  LAST SEEN: " Inc-Hdr-Last-DateTime
               DELIMITED BY SIZE INTO Inc-Report-Line
            WRITE Inc-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Inc-Report-Line
            STRING "  CENTER: " WS-Inc-Lat-Disp " " WS-Inc-Long-Disp
               "  NEAR: " Inc-Hdr-City " " Inc-Hdr-State " "
               Inc-Hdr-Country
               DELIMITED BY SIZE INTO Inc-Report-Line
            WRITE Inc-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Inc-Report-Line
            STRING "  SHAPES REPORTED: " WS-Inc-Shape-List
               DELIMITED BY SIZE INTO Inc-Report-Line
            WRITE Inc-Report-Line AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Summary report - columnar report off SortedFile with
               END-IF
            END-PERFORM.

      ******************************************************************
      * Sighting rate report - sightings per 100,000 residents by
      * state and by geocode region for the rate year, ranked by
      * rate, with the rate change against the year before.  The
      * state counts accumulate off the geo-sorted file; the
      * population reference is read at the end of the pass.  A
      * state with no population figure for the rate year cannot be
      * rated and is listed in its own section; one with no figure
      * for the prior year is rated but shows no change.
      * Begin/record/end pieces driven by Process-Geo-Pass.
      ******************************************************************
       Begin-Rate-Report.
            MOVE ZERO TO WS-Rate-State-Entries, WS-Rate-Region-Entries
            MOVE ZERO TO WS-Rate-Overflow-Count
            MOVE WS-Opt-Rate-Year TO WS-Rate-Year.

       Rate-Report-Record.
            IF Sorted-Year = ZERO
               EXIT PARAGRAPH
            END-IF
            IF WS-Opt-Rate-Year = ZERO AND Sorted-Year > WS-Rate-Year
               PERFORM VARYING WS-Rate-I FROM 1 BY 1
                  UNTIL WS-Rate-I > WS-Rate-State-Entries
                  IF Sorted-Year = WS-Rate-Year + 1
                     MOVE WS-Rate-Cur-Count(WS-Rate-I) TO
                        WS-Rate-Prior-Count(WS-Rate-I)
                  ELSE
                     MOVE ZERO TO WS-Rate-Prior-Count(WS-Rate-I)
                  END-IF
                  MOVE ZERO TO WS-Rate-Cur-Count(WS-Rate-I)
               END-PERFORM
               MOVE Sorted-Year TO WS-Rate-Year
            END-IF
            IF Sorted-Year NOT = WS-Rate-Year AND
               Sorted-Year + 1 NOT = WS-Rate-Year
               EXIT PARAGRAPH
            END-IF

            MOVE FUNCTION UPPER-CASE(Sorted-State) TO
               WS-Rate-State-Upper
            MOVE FUNCTION UPPER-CASE(Sorted-Country) TO
               WS-Rate-Country-Upper
            PERFORM Find-Rate-State
            IF NOT Rate-Entry-Was-Found
               EXIT PARAGRAPH
            END-IF
            IF Sorted-Year = WS-Rate-Year
               ADD 1 TO WS-Rate-Cur-Count(WS-Rate-I)
            ELSE
               ADD 1 TO WS-Rate-Prior-Count(WS-Rate-I)
            END-IF.

      ******************************************************************
      * Find-Rate-State - locates (or adds) the rate table entry for
      * WS-Rate-State-Upper/WS-Rate-Country-Upper and leaves its
      * subscript in WS-Rate-I.
      ******************************************************************
       Find-Rate-State.
            MOVE "N" TO WS-Rate-Found
            PERFORM VARYING WS-Rate-I FROM 1 BY 1
               UNTIL WS-Rate-I > WS-Rate-State-Entries
                     OR Rate-Entry-Was-Found
               IF WS-Rate-State(WS-Rate-I) = WS-Rate-State-Upper AND
                  WS-Rate-Country(WS-Rate-I) = WS-Rate-Country-Upper
                  SET Rate-Entry-Was-Found TO TRUE
               END-IF
            END-PERFORM
            IF Rate-Entry-Was-Found
               SUBTRACT 1 FROM WS-Rate-I
               EXIT PARAGRAPH
            END-IF
            IF WS-Rate-State-Entries >= 100
               ADD 1 TO WS-Rate-Overflow-Count
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-Rate-State-Entries
            MOVE WS-Rate-State-Entries TO WS-Rate-I
            MOVE WS-Rate-State-Upper TO WS-Rate-State(WS-Rate-I)
            MOVE WS-Rate-Country-Upper TO WS-Rate-Country(WS-Rate-I)
            MOVE ZERO TO WS-Rate-Cur-Count(WS-Rate-I)
            MOVE ZERO TO WS-Rate-Prior-Count(WS-Rate-I)
            MOVE ZERO TO WS-Rate-Cur-Pop(WS-Rate-I)
            MOVE ZERO TO WS-Rate-Prior-Pop(WS-Rate-I)
            MOVE ZERO TO WS-Rate-Cur-Rate(WS-Rate-I)
            MOVE ZERO TO WS-Rate-Prior-Rate(WS-Rate-I)
            SET Rate-Entry-Was-Found TO TRUE.

      ******************************************************************
      * Load-Population - reads the population reference (state,
      * country, year, residents; "*" in column 1 is a comment)
      * into the population table.
      ******************************************************************
       Load-Population.
            MOVE "N" TO WS-Rate-Pop-Loaded
            MOVE ZERO TO WS-Pop-Entries, WS-Rate-Pop-Bad
            MOVE ZERO TO WS-Rate-Pop-Overflow
            OPEN INPUT Population-File
            IF WS-PopFile-File-Status NOT = "00"
               DISPLAY "WARNING: POPULATION FILE UNAVAILABLE, STATUS "
                  WS-PopFile-File-Status ", NO STATE CAN BE RATED"
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-PopFile-Path)
               EXIT PARAGRAPH
            END-IF
            SET Rate-Pop-Is-Loaded TO TRUE
            MOVE SPACE TO bob-2
            READ Population-File
               AT END SET bob-EOF TO TRUE
            END-READ
            PERFORM UNTIL bob-EOF
               IF Population-Record NOT = SPACES AND
                  Population-Record(1:1) NOT = "*"
                  IF Pop-Rec-Year NOT NUMERIC OR
                     Pop-Rec-Count NOT NUMERIC OR
                     Pop-Rec-Count = ZERO
                     ADD 1 TO WS-Rate-Pop-Bad
                  ELSE
                     IF WS-Pop-Entries < 2000
                        ADD 1 TO WS-Pop-Entries
                        MOVE FUNCTION UPPER-CASE(Pop-Rec-State) TO
                           WS-Pop-State(WS-Pop-Entries)
                        MOVE FUNCTION UPPER-CASE(Pop-Rec-Country) TO
                           WS-Pop-Country(WS-Pop-Entries)
                        MOVE Pop-Rec-Year TO
                           WS-Pop-Year(WS-Pop-Entries)
                        MOVE Pop-Rec-Count TO
                           WS-Pop-Count(WS-Pop-Entries)
                     ELSE
                        ADD 1 TO WS-Rate-Pop-Overflow
                     END-IF
                  END-IF
               END-IF
               READ Population-File
                  AT END SET bob-EOF TO TRUE
               END-READ
            END-PERFORM
            CLOSE Population-File.

       End-Rate-Report.
            IF WS-Rate-Year > ZERO
               COMPUTE WS-Rate-Prior-Year = WS-Rate-Year - 1
            ELSE
               MOVE ZERO TO WS-Rate-Prior-Year
            END-IF
            PERFORM Load-Population

      *    States with a population figure but no sightings in the
      *    rate year still rank (at a rate of zero).
            PERFORM VARYING WS-Rate-J FROM 1 BY 1
               UNTIL WS-Rate-J > WS-Pop-Entries
               IF WS-Pop-Year(WS-Rate-J) = WS-Rate-Year
                  MOVE WS-Pop-State(WS-Rate-J) TO WS-Rate-State-Upper
                  MOVE WS-Pop-Country(WS-Rate-J) TO
                     WS-Rate-Country-Upper
                  PERFORM Find-Rate-State
               END-IF
            END-PERFORM

            PERFORM VARYING WS-Rate-I FROM 1 BY 1
               UNTIL WS-Rate-I > WS-Rate-State-Entries
               PERFORM Rate-One-State
            END-PERFORM
            PERFORM Rank-Rate-States
            PERFORM Build-Rate-Regions

            OPEN OUTPUT Rate-Report

            MOVE SPACES TO Rate-Report-Line
            MOVE "ALIEN SIGHTINGS - SIGHTINGS PER 100,000 RESIDENTS" TO
               Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Rate-Report-Line
            STRING "RATE YEAR: " WS-Rate-Year
               "  COMPARED WITH: " WS-Rate-Prior-Year
               "  POPULATION FIGURES LOADED: " WS-Pop-Entries
               DELIMITED BY SIZE INTO Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            IF WS-Rate-Year = ZERO
               MOVE SPACES TO Rate-Report-Line
               MOVE "NO DATED SIGHTINGS ON THE EXTRACT" TO
                  Rate-Report-Line
               WRITE Rate-Report-Line AFTER ADVANCING 2 LINES
               CLOSE Rate-Report
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Rate-Report-Line
            MOVE "RATE BY STATE (RANKED)" TO Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            MOVE SPACES TO Rate-Report-Line
            STRING "RANK STATE NAME (COUNTRY) SIGHTINGS POPULATION "
               "RATE PRIOR-RATE CHANGE"
               DELIMITED BY SIZE INTO Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            MOVE ZERO TO WS-Rate-Rank
            PERFORM VARYING WS-Rate-I FROM 1 BY 1
               UNTIL WS-Rate-I > WS-Rate-State-Entries
               IF WS-Rate-Cur-Pop(WS-Rate-I) > ZERO
                  PERFORM Write-Rate-State-Line
               END-IF
            END-PERFORM

            MOVE SPACES TO Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 2 LINES
            MOVE SPACES TO Rate-Report-Line
            MOVE "RATE BY REGION (RANKED)" TO Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            PERFORM VARYING WS-Rate-I FROM 1 BY 1
               UNTIL WS-Rate-I > WS-Rate-Region-Entries
               MOVE WS-Rate-Region-Cur-Rate(WS-Rate-I) TO WS-Rate-Disp
               MOVE WS-Rate-Region-Prior-Rate(WS-Rate-I) TO
                  WS-Rate-Prior-Disp
               IF WS-Rate-Region-Prior-Pop(WS-Rate-I) = ZERO
                  MOVE "N/A" TO WS-Rate-Change-Text
               ELSE
                  COMPUTE WS-Rate-Change =
                     WS-Rate-Region-Cur-Rate(WS-Rate-I) -
                     WS-Rate-Region-Prior-Rate(WS-Rate-I)
                  MOVE WS-Rate-Change TO WS-Rate-Change-Disp
                  MOVE WS-Rate-Change-Disp TO WS-Rate-Change-Text
               END-IF
               MOVE SPACES TO Rate-Report-Line
               STRING WS-Rate-I ". " WS-Rate-Region-Name(WS-Rate-I)
                  " " WS-Rate-Region-Cur-Count(WS-Rate-I)
                  " " WS-Rate-Region-Cur-Pop(WS-Rate-I)
                  " " WS-Rate-Disp " " WS-Rate-Prior-Disp
                  " " WS-Rate-Change-Text
                  DELIMITED BY SIZE INTO Rate-Report-Line
               WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            END-PERFORM

            MOVE SPACES TO Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 2 LINES
            MOVE SPACES TO Rate-Report-Line
            STRING "STATES WITH NO POPULATION FIGURE FOR "
               WS-Rate-Year " (NOT RATED)"
               DELIMITED BY SIZE INTO Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            MOVE ZERO TO WS-Rate-Listed
            PERFORM VARYING WS-Rate-I FROM 1 BY 1
               UNTIL WS-Rate-I > WS-Rate-State-Entries
               IF WS-Rate-Cur-Pop(WS-Rate-I) = ZERO AND
                  (WS-Rate-Cur-Count(WS-Rate-I) > ZERO OR
                   WS-Rate-Prior-Count(WS-Rate-I) > ZERO)
                  ADD 1 TO WS-Rate-Listed
                  MOVE WS-Rate-State(WS-Rate-I) TO WS-Geo-Lookup-Code
                  PERFORM Lookup-State-Geo
                  MOVE SPACES TO Rate-Report-Line
                  STRING "  " WS-Rate-State(WS-Rate-I)
                     " " WS-Geo-Found-Name
                     " (" WS-Rate-Country(WS-Rate-I) ") SIGHTINGS: "
                     WS-Rate-Cur-Count(WS-Rate-I)
                     DELIMITED BY SIZE INTO Rate-Report-Line
                  WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
               END-IF
            END-PERFORM
            IF WS-Rate-Listed = ZERO
               MOVE SPACES TO Rate-Report-Line
               MOVE "  NONE" TO Rate-Report-Line
               WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            END-IF

            MOVE SPACES TO Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 2 LINES
            MOVE SPACES TO Rate-Report-Line
            STRING "STATES WITH NO POPULATION FIGURE FOR "
               WS-Rate-Prior-Year " (NO CHANGE SHOWN)"
               DELIMITED BY SIZE INTO Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            MOVE ZERO TO WS-Rate-Listed
            PERFORM VARYING WS-Rate-I FROM 1 BY 1
               UNTIL WS-Rate-I > WS-Rate-State-Entries
               IF WS-Rate-Cur-Pop(WS-Rate-I) > ZERO AND
                  WS-Rate-Prior-Pop(WS-Rate-I) = ZERO
                  ADD 1 TO WS-Rate-Listed
                  MOVE WS-Rate-State(WS-Rate-I) TO WS-Geo-Lookup-Code
                  PERFORM Lookup-State-Geo
                  MOVE SPACES TO Rate-Report-Line
                  STRING "  " WS-Rate-State(WS-Rate-I)
                     " " WS-Geo-Found-Name
                     " (" WS-Rate-Country(WS-Rate-I) ") SIGHTINGS: "
                     WS-Rate-Prior-Count(WS-Rate-I)
                     DELIMITED BY SIZE INTO Rate-Report-Line
                  WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
               END-IF
            END-PERFORM
            IF WS-Rate-Listed = ZERO
               MOVE SPACES TO Rate-Report-Line
               MOVE "  NONE" TO Rate-Report-Line
               WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            END-IF

            IF WS-Rate-Overflow-Count > ZERO OR
               WS-Rate-Pop-Overflow > ZERO OR WS-Rate-Pop-Bad > ZERO
               MOVE SPACES TO Rate-Report-Line
               WRITE Rate-Report-Line AFTER ADVANCING 2 LINES
               MOVE SPACES TO Rate-Report-Line
               STRING "WARNING: " WS-Rate-Overflow-Count
                  " SIGHTING(S) OVER STATE TABLE CAPACITY, "
                  WS-Rate-Pop-Overflow
                  " POPULATION RECORD(S) OVER CAPACITY, "
                  WS-Rate-Pop-Bad " POPULATION RECORD(S) UNUSABLE"
                  DELIMITED BY SIZE INTO Rate-Report-Line
               WRITE Rate-Report-Line AFTER ADVANCING 1 LINE
            END-IF

            CLOSE Rate-Report.

      ******************************************************************
      * Rate-One-State - attaches the rate-year and prior-year
      * population to the state entry at WS-Rate-I and computes its
      * two rates.
      ******************************************************************
       Rate-One-State.
            PERFORM VARYING WS-Rate-J FROM 1 BY 1
               UNTIL WS-Rate-J > WS-Pop-Entries
               IF WS-Pop-State(WS-Rate-J) = WS-Rate-State(WS-Rate-I)
                  AND WS-Pop-Country(WS-Rate-J) =
                     WS-Rate-Country(WS-Rate-I)
                  IF WS-Pop-Year(WS-Rate-J) = WS-Rate-Year
                     MOVE WS-Pop-Count(WS-Rate-J) TO
                        WS-Rate-Cur-Pop(WS-Rate-I)
                  END-IF
                  IF WS-Pop-Year(WS-Rate-J) = WS-Rate-Prior-Year
                     MOVE WS-Pop-Count(WS-Rate-J) TO
                        WS-Rate-Prior-Pop(WS-Rate-I)
                  END-IF
               END-IF
            END-PERFORM
            IF WS-Rate-Cur-Pop(WS-Rate-I) > ZERO
               COMPUTE WS-Rate-Cur-Rate(WS-Rate-I) ROUNDED =
                  WS-Rate-Cur-Count(WS-Rate-I) * 100000 /
                  WS-Rate-Cur-Pop(WS-Rate-I)
            END-IF
            IF WS-Rate-Prior-Pop(WS-Rate-I) > ZERO
               COMPUTE WS-Rate-Prior-Rate(WS-Rate-I) ROUNDED =
                  WS-Rate-Prior-Count(WS-Rate-I) * 100000 /
                  WS-Rate-Prior-Pop(WS-Rate-I)
            END-IF.

      ******************************************************************
      * Rank-Rate-States - rated states first, highest rate first;
      * unrated states after them by sighting count.
      ******************************************************************
       Rank-Rate-States.
            PERFORM VARYING WS-Rate-I FROM 1 BY 1
               UNTIL WS-Rate-I >= WS-Rate-State-Entries
               MOVE WS-Rate-I TO WS-Rate-Best
               PERFORM VARYING WS-Rate-J FROM WS-Rate-I BY 1
                  UNTIL WS-Rate-J > WS-Rate-State-Entries
                  MOVE "N" TO WS-Rate-Swap
                  EVALUATE TRUE
                     WHEN WS-Rate-Cur-Pop(WS-Rate-J) > ZERO AND
                          WS-Rate-Cur-Pop(WS-Rate-Best) = ZERO
                        SET Rate-Entry-Ranks-Higher TO TRUE
                     WHEN WS-Rate-Cur-Pop(WS-Rate-J) > ZERO AND
                          WS-Rate-Cur-Rate(WS-Rate-J) >
                          WS-Rate-Cur-Rate(WS-Rate-Best)
                        SET Rate-Entry-Ranks-Higher TO TRUE
                     WHEN WS-Rate-Cur-Pop(WS-Rate-J) = ZERO AND
                          WS-Rate-Cur-Pop(WS-Rate-Best) = ZERO AND
                          WS-Rate-Cur-Count(WS-Rate-J) >
                          WS-Rate-Cur-Count(WS-Rate-Best)
                        SET Rate-Entry-Ranks-Higher TO TRUE
                  END-EVALUATE
                  IF Rate-Entry-Ranks-Higher
                     MOVE WS-Rate-J TO WS-Rate-Best
                  END-IF
               END-PERFORM
               IF WS-Rate-Best NOT = WS-Rate-I
                  MOVE WS-Rate-State-Entry(WS-Rate-I) TO
                     WS-Rate-Temp-State
                  MOVE WS-Rate-State-Entry(WS-Rate-Best) TO
                     WS-Rate-State-Entry(WS-Rate-I)
                  MOVE WS-Rate-Temp-State TO
                     WS-Rate-State-Entry(WS-Rate-Best)
               END-IF
            END-PERFORM.

      ******************************************************************
      * Build-Rate-Regions - rolls the rated states up to the
      * geocode regions (sightings and residents summed, so each
      * region's rate is weighted by population) and ranks the
      * regions by rate.  Unrated states stay out of the rollup.
      ******************************************************************
       Build-Rate-Regions.
            MOVE ZERO TO WS-Rate-Region-Entries
            PERFORM VARYING WS-Rate-I FROM 1 BY 1
               UNTIL WS-Rate-I > WS-Rate-State-Entries
               IF WS-Rate-Cur-Pop(WS-Rate-I) > ZERO
                  MOVE WS-Rate-State(WS-Rate-I) TO WS-Geo-Lookup-Code
                  PERFORM Lookup-State-Geo
                  MOVE "N" TO WS-Rate-Found
                  PERFORM VARYING WS-Rate-J FROM 1 BY 1
                     UNTIL WS-Rate-J > WS-Rate-Region-Entries
                           OR Rate-Entry-Was-Found
                     IF WS-Rate-Region-Name(WS-Rate-J) =
                        WS-Geo-Found-Region
                        SET Rate-Entry-Was-Found TO TRUE
                     END-IF
                  END-PERFORM
                  IF Rate-Entry-Was-Found
                     SUBTRACT 1 FROM WS-Rate-J
                  ELSE
                     IF WS-Rate-Region-Entries < 20
                        ADD 1 TO WS-Rate-Region-Entries
                        MOVE WS-Rate-Region-Entries TO WS-Rate-J
                        MOVE WS-Geo-Found-Region TO
                           WS-Rate-Region-Name(WS-Rate-J)
                        MOVE ZERO TO
                           WS-Rate-Region-Cur-Count(WS-Rate-J)
                        MOVE ZERO TO
                           WS-Rate-Region-Prior-Count(WS-Rate-J)
                        MOVE ZERO TO WS-Rate-Region-Cur-Pop(WS-Rate-J)
                        MOVE ZERO TO
                           WS-Rate-Region-Prior-Pop(WS-Rate-J)
                        MOVE ZERO TO
                           WS-Rate-Region-Cur-Rate(WS-Rate-J)
                        MOVE ZERO TO
                           WS-Rate-Region-Prior-Rate(WS-Rate-J)
                        SET Rate-Entry-Was-Found TO TRUE
                     END-IF
                  END-IF
                  IF Rate-Entry-Was-Found
                     ADD WS-Rate-Cur-Count(WS-Rate-I) TO
                        WS-Rate-Region-Cur-Count(WS-Rate-J)
                     ADD WS-Rate-Cur-Pop(WS-Rate-I) TO
                        WS-Rate-Region-Cur-Pop(WS-Rate-J)
                     IF WS-Rate-Prior-Pop(WS-Rate-I) > ZERO
                        ADD WS-Rate-Prior-Count(WS-Rate-I) TO
                           WS-Rate-Region-Prior-Count(WS-Rate-J)
                        ADD WS-Rate-Prior-Pop(WS-Rate-I) TO
                           WS-Rate-Region-Prior-Pop(WS-Rate-J)
                     END-IF
                  END-IF
               END-IF
            END-PERFORM

            PERFORM VARYING WS-Rate-J FROM 1 BY 1
               UNTIL WS-Rate-J > WS-Rate-Region-Entries
               COMPUTE WS-Rate-Region-Cur-Rate(WS-Rate-J) ROUNDED =
                  WS-Rate-Region-Cur-Count(WS-Rate-J) * 100000 /
                  WS-Rate-Region-Cur-Pop(WS-Rate-J)
               IF WS-Rate-Region-Prior-Pop(WS-Rate-J) > ZERO
                  COMPUTE WS-Rate-Region-Prior-Rate(WS-Rate-J)
                     ROUNDED =
                     WS-Rate-Region-Prior-Count(WS-Rate-J) * 100000 /
                     WS-Rate-Region-Prior-Pop(WS-Rate-J)
               END-IF
            END-PERFORM

            PERFORM VARYING WS-Rate-I FROM 1 BY 1
               UNTIL WS-Rate-I >= WS-Rate-Region-Entries
               MOVE WS-Rate-I TO WS-Rate-Best
               PERFORM VARYING WS-Rate-J FROM WS-Rate-I BY 1
                  UNTIL WS-Rate-J > WS-Rate-Region-Entries
                  IF WS-Rate-Region-Cur-Rate(WS-Rate-J) >
                     WS-Rate-Region-Cur-Rate(WS-Rate-Best)
                     MOVE WS-Rate-J TO WS-Rate-Best
                  END-IF
               END-PERFORM
               IF WS-Rate-Best NOT = WS-Rate-I
                  MOVE WS-Rate-Region-Entry(WS-Rate-I) TO
                     WS-Rate-Temp-Region
                  MOVE WS-Rate-Region-Entry(WS-Rate-Best) TO
                     WS-Rate-Region-Entry(WS-Rate-I)
                  MOVE WS-Rate-Temp-Region TO
                     WS-Rate-Region-Entry(WS-Rate-Best)
               END-IF
            END-PERFORM.

       Write-Rate-State-Line.
            ADD 1 TO WS-Rate-Rank
            MOVE WS-Rate-State(WS-Rate-I) TO WS-Geo-Lookup-Code
            PERFORM Lookup-State-Geo
            MOVE WS-Rate-Cur-Rate(WS-Rate-I) TO WS-Rate-Disp
            MOVE WS-Rate-Prior-Rate(WS-Rate-I) TO WS-Rate-Prior-Disp
            IF WS-Rate-Prior-Pop(WS-Rate-I) = ZERO
               MOVE "N/A" TO WS-Rate-Change-Text
            ELSE
               COMPUTE WS-Rate-Change =
                  WS-Rate-Cur-Rate(WS-Rate-I) -
                  WS-Rate-Prior-Rate(WS-Rate-I)
               MOVE WS-Rate-Change TO WS-Rate-Change-Disp
               MOVE WS-Rate-Change-Disp TO WS-Rate-Change-Text
            END-IF
            MOVE SPACES TO Rate-Report-Line
            STRING WS-Rate-Rank ". " WS-Rate-State(WS-Rate-I)
               " " WS-Geo-Found-Name
               " (" WS-Rate-Country(WS-Rate-I) ") "
               WS-Rate-Cur-Count(WS-Rate-I)
               " " WS-Rate-Cur-Pop(WS-Rate-I)
               " " WS-Rate-Disp " " WS-Rate-Prior-Disp
               " " WS-Rate-Change-Text
               DELIMITED BY SIZE INTO Rate-Report-Line
            WRITE Rate-Report-Line AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Trend report - sighting counts by year and by month within
      * year off the date-sorted file, with a change-vs-prior-year
               WS-Trend-Undated-Count
               DELIMITED BY SIZE INTO Trend-Report-Line
            WRITE Trend-Report-Line AFTER ADVANCING 1 LINE
            IF Exclude-Explained-Sightings
               MOVE SPACES TO Trend-Report-Line
               STRING "POSSIBLY EXPLAINED SIGHTINGS (EXCLUDED): "
                  WS-Evt-Excluded-Count
                  DELIMITED BY SIZE INTO Trend-Report-Line
               WRITE Trend-Report-Line AFTER ADVANCING 1 LINE
            END-IF

            CLOSE Trend-Report.

               WS-Wave-Invalid-Count
               DELIMITED BY SIZE INTO Wave-Report-Line
            WRITE Wave-Report-Line AFTER ADVANCING 1 LINE
            IF Exclude-Explained-Sightings
               MOVE SPACES TO Wave-Report-Line
               STRING "POSSIBLY EXPLAINED SIGHTINGS (EXCLUDED): "
                  WS-Evt-Excluded-Count
                  DELIMITED BY SIZE INTO Wave-Report-Line
               WRITE Wave-Report-Line AFTER ADVANCING 1 LINE
            END-IF
            IF WS-Wave-Overflow-Count > ZERO
               MOVE SPACES TO Wave-Report-Line
               STRING "WARNING: " WS-Wave-Overflow-Count
            CLOSE Proximity-Report.

       Load-Prox-Record.
            IF Sorted-Geo-Valid NOT = "Y" AND
               Sorted-Geo-Valid NOT = "G"
               ADD 1 TO WS-Prox-No-Coord-Count
               EXIT PARAGRAPH
            END-IF
                  MOVE 999999.99 TO WS-Prox-Dist-Km
            END-COMPUTE.

      ******************************************************************
      * Compute-Point-Distance - the same straight-line distance as
      * Compute-Prox-Distance, between the points in WS-Dist-Lat-1/
      * WS-Dist-Long-1 and WS-Dist-Lat-2/WS-Dist-Long-2, in km.
      ******************************************************************
       Compute-Point-Distance.
            COMPUTE WS-Dist-DLat-Km =
               (WS-Dist-Lat-1 - WS-Dist-Lat-2) * 111.12
            COMPUTE WS-Dist-Mid-Lat =
               (WS-Dist-Lat-1 + WS-Dist-Lat-2) / 2
            COMPUTE WS-Dist-DLong-Km =
               (WS-Dist-Long-1 - WS-Dist-Long-2) * 111.12
               * FUNCTION COS(WS-Dist-Mid-Lat * 3.14159265 / 180)
            COMPUTE WS-Dist-Km = FUNCTION SQRT(
               WS-Dist-DLat-Km * WS-Dist-DLat-Km +
               WS-Dist-DLong-Km * WS-Dist-DLong-Km)
               ON SIZE ERROR
                  MOVE 999999.99 TO WS-Dist-Km
            END-COMPUTE.

       END PROGRAM ALIEN-SIGHTINGS.
