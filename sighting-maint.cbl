      ******************************************************************
      * Author: Jordan
      * Date: 10/15/2026
      * Purpose: Online browse and maintenance of the sightings
      *          master for the data stewards.  Browses the indexed
      *          master by Master-Sighting-ID or by state and date
      *          range, shows the whole record with the geocode full
      *          state/country names, and adds, changes and deletes
      *          sightings under the same shape-master, date
      *          plausibility and state/country checks the parse
      *          applies.  Every online change is journaled on the
      *          master change journal (source ONLINE, stamped with
      *          the session date/time so a session can be backed
      *          out like a batch run) and written as a CORRFILE-
      *          format transaction to the ONLTRAN dataset.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGHTING-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT Master-File ASSIGN TO DYNAMIC WS-Master-Path
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Master-Sighting-ID
          ALTERNATE RECORD KEY IS Master-Nat-Key
          FILE STATUS IS WS-Master-File-Status.

          SELECT Journal-File ASSIGN TO DYNAMIC WS-Journal-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-Journal-File-Status.

          SELECT Online-Trans-File ASSIGN TO DYNAMIC WS-OnlTrans-Path
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OnlTrans-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Master-File.
       01 Master-Record.
          02 Master-Sighting-ID PIC 9(9).
          02 Master-Nat-Key.
             03 Master-DateTime PIC X(20).
             03 Master-City PIC X(30).
             03 Master-State PIC XX.
             03 Master-Country PIC XX.
             03 Master-Shape PIC X(15).
          02 Master-Year PIC 9(4).
          02 Master-Month PIC 9(2).
          02 Master-Day PIC 9(2).
          02 Master-Hour PIC 9(2).
          02 Master-Shape-Valid PIC X.
          02 Master-Duration PIC 9(6).
          02 Master-Dur-Parse PIC X.
          02 Master-Latitude PIC S9(3)V9(4)
             SIGN LEADING SEPARATE.
          02 Master-Longitude PIC S9(3)V9(4)
             SIGN LEADING SEPARATE.
          02 Master-Geo-Valid PIC X.
          02 Master-Event-ID PIC X(8).

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

      ******************************************************************
      * Online transaction file - one CORRFILE-format record per
      * online change: C carries the replacement values of the
      * fields that changed (blank = unchanged), D the deleted ID,
      * and A the new sighting's assigned ID with its city, state,
      * country, shape and duration (its date/time and coordinates
      * are on the journal after image).
      ******************************************************************
       FD Online-Trans-File.
       01 Correction-Record.
          02 Corr-Sighting-ID PIC 9(9).
          02 Corr-Gap1 PIC X.
          02 Corr-Action PIC X.
          02 Corr-Gap2 PIC X.
          02 Corr-City PIC X(30).
          02 Corr-State PIC XX.
          02 Corr-Country PIC XX.
          02 Corr-Shape PIC X(15).
          02 Corr-Duration PIC X(6).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * File path parameters - same DD names and workstation
      * defaults as the batch run, so the screen always maintains
      * the master and journal the batch reads.
      ******************************************************************
       01 WS-File-Paths.
          02 WS-Master-Path PIC X(250).
          02 WS-Journal-Path PIC X(250).
          02 WS-OnlTrans-Path PIC X(250).

       01 WS-Env-Value PIC X(250).

       COPY "shapecode.cpy".

       COPY "geocode.cpy".

      ******************************************************************
      * Sightings master file working fields
      ******************************************************************
       01 WS-Master-Work.
          02 WS-Master-File-Status PIC XX VALUE "00".
          02 WS-Next-Sighting-ID PIC 9(9) VALUE 1.
          02 WS-Master-Found PIC X VALUE "N".
             88 Master-Row-Was-Found VALUE "Y".

      ******************************************************************
      * Master change journal working fields - entries written here
      * carry source ONLINE and the session date/time as their run
      * date/time.
      ******************************************************************
       01 WS-Journal-Work.
          02 WS-Journal-File-Status PIC XX VALUE "00".
          02 WS-Jrnl-Seq PIC 9(9) VALUE ZERO.
          02 WS-Jrnl-Source PIC X(10) VALUE "ONLINE".
          02 WS-Jrnl-Action PIC X VALUE SPACE.
          02 WS-Jrnl-Before-Image PIC X(150) VALUE SPACES.
          02 WS-Jrnl-After-Image PIC X(150) VALUE SPACES.

       01 WS-OnlTrans-Work.
          02 WS-OnlTrans-File-Status PIC XX VALUE "00".
          02 WS-Logs-Open PIC X VALUE "N".
             88 Change-Logs-Are-Open VALUE "Y".

      ******************************************************************
      * Session fields - the session date/time stamps every journal
      * entry this session writes; the counts are shown on exit.
      ******************************************************************
       01 WS-Session-Work.
          02 WS-Run-Date PIC 9(8) VALUE ZERO.
          02 WS-Run-Time PIC 9(8) VALUE ZERO.
          02 WS-Maint-Adds PIC 9(9) VALUE ZERO.
          02 WS-Maint-Changes PIC 9(9) VALUE ZERO.
          02 WS-Maint-Deletes PIC 9(9) VALUE ZERO.
          02 WS-Maint-Exit PIC X VALUE "N".
             88 Maint-Exit-Requested VALUE "Y".

      ******************************************************************
      * Screen fields - the entry fields are text so a bad entry can
      * be answered with a message instead of a data exception; the
      * remaining fields are display only.
      ******************************************************************
       01 WS-Screen-Fields.
          02 WS-Scr-Action PIC X VALUE SPACE.
          02 WS-Scr-ID PIC X(9) VALUE SPACES.
          02 WS-Scr-Brw-State PIC XX VALUE SPACES.
          02 WS-Scr-Brw-From PIC X(8) VALUE SPACES.
          02 WS-Scr-Brw-To PIC X(8) VALUE SPACES.
          02 WS-Scr-DateTime PIC X(20) VALUE SPACES.
          02 WS-Scr-City PIC X(30) VALUE SPACES.
          02 WS-Scr-State PIC XX VALUE SPACES.
          02 WS-Scr-Country PIC XX VALUE SPACES.
          02 WS-Scr-Shape PIC X(15) VALUE SPACES.
          02 WS-Scr-Duration PIC X(6) VALUE SPACES.
          02 WS-Scr-Latitude PIC X(10) VALUE SPACES.
          02 WS-Scr-Longitude PIC X(10) VALUE SPACES.
          02 WS-Scr-State-Name PIC X(20) VALUE SPACES.
          02 WS-Scr-Region PIC X(12) VALUE SPACES.
          02 WS-Scr-Cntry-Name PIC X(20) VALUE SPACES.
          02 WS-Scr-Shape-Desc PIC X(12) VALUE SPACES.
          02 WS-Scr-Dur-Disp PIC X(10) VALUE SPACES.
          02 WS-Scr-Dur-Desc PIC X(12) VALUE SPACES.
          02 WS-Scr-Geo-Desc PIC X(14) VALUE SPACES.
          02 WS-Scr-Date-Parts PIC X(16) VALUE SPACES.
          02 WS-Scr-Event-ID PIC X(8) VALUE SPACES.
          02 WS-Scr-Mode PIC X(40) VALUE SPACES.
          02 WS-Scr-Message PIC X(78) VALUE SPACES.

      ******************************************************************
      * Browse and confirmation working fields.  WS-Cur-ID is the
      * sighting on display (zero when none); WS-Shown-Image is the
      * record as it was displayed, so a change or delete against a
      * record altered since (by the batch or another steward) is
      * refused instead of overwriting it.  A warning that needs
      * confirming is held in the pending fields until the same
      * action is entered again with the same warning.
      ******************************************************************
       01 WS-Maint-Work.
          02 WS-Cur-ID PIC 9(9) VALUE ZERO.
             88 No-Record-On-Display VALUE ZERO.
          02 WS-Shown-Image PIC X(121) VALUE SPACES.
          02 WS-Shown-DateTime PIC X(20) VALUE SPACES.
          02 WS-Shown-Latitude PIC X(10) VALUE SPACES.
          02 WS-Shown-Longitude PIC X(10) VALUE SPACES.
          02 WS-Entered-ID PIC 9(9) VALUE ZERO.
          02 WS-Brw-Filter PIC X VALUE "N".
             88 Browse-Filter-On VALUE "Y".
          02 WS-Brw-State PIC XX VALUE SPACES.
          02 WS-Brw-From PIC 9(8) VALUE ZERO.
          02 WS-Brw-To PIC 9(8) VALUE 99999999.
          02 WS-Brw-Date PIC 9(8) VALUE ZERO.
          02 WS-Brw-Key PIC 9(9) VALUE ZERO.
          02 WS-Brw-Found PIC X VALUE "N".
             88 Browse-Record-Found VALUE "Y".
          02 WS-Brw-Done PIC X VALUE "N".
             88 Browse-Walk-Done VALUE "Y".
          02 WS-Pending-Action PIC X VALUE SPACE.
          02 WS-Pending-Msg PIC X(78) VALUE SPACES.
          02 WS-Prior-Action PIC X VALUE SPACE.
          02 WS-Prior-Msg PIC X(78) VALUE SPACES.
          02 WS-Warn-Msg PIC X(78) VALUE SPACES.
          02 WS-Geo-Warn PIC X(29) VALUE SPACES.
          02 WS-Geo-Hold PIC X(78) VALUE SPACES.
          02 WS-Confirmed PIC X VALUE "N".
             88 Warning-Is-Confirmed VALUE "Y".
          02 WS-Edit-Bad PIC X VALUE "N".
             88 Edit-Is-Bad VALUE "Y".

      ******************************************************************
      * Edited field values - what the entry fields validated to.
      ******************************************************************
       01 WS-Edit-Data.
          02 WS-Edit-City PIC X(30) VALUE SPACES.
          02 WS-Edit-State PIC XX VALUE SPACES.
          02 WS-Edit-Country PIC XX VALUE SPACES.
          02 WS-Edit-Shape PIC X(15) VALUE SPACES.
          02 WS-Edit-Shape-Valid PIC X VALUE "N".
          02 WS-Edit-Duration PIC 9(6) VALUE ZERO.
          02 WS-Edit-Year PIC 9(4) VALUE ZERO.
          02 WS-Edit-Month PIC 9(2) VALUE ZERO.
          02 WS-Edit-Day PIC 9(2) VALUE ZERO.
          02 WS-Edit-Hour PIC 9(2) VALUE ZERO.
          02 WS-Edit-Latitude PIC S9(3)V9(4) VALUE ZERO.
          02 WS-Edit-Longitude PIC S9(3)V9(4) VALUE ZERO.
          02 WS-Edit-Geo-Valid PIC X VALUE "N".

       01 WS-DateTime-Work.
          02 WS-DT-Month PIC X(4) VALUE SPACES.
          02 WS-DT-Day PIC X(4) VALUE SPACES.
          02 WS-DT-YearTime PIC X(12) VALUE SPACES.
          02 WS-DT-Year PIC X(4) VALUE SPACES.
          02 WS-DT-Time PIC X(8) VALUE SPACES.
          02 WS-DT-Hour PIC X(4) VALUE SPACES.
          02 WS-DT-Minute PIC X(4) VALUE SPACES.

       01 WS-Shape-Work.
          02 WS-Shape-Upper PIC X(15) VALUE SPACES.
          02 WS-Shape-Idx PIC 9(4) VALUE ZERO.
          02 WS-Shape-Found PIC X VALUE "N".
             88 Shape-Was-Found VALUE "Y".

       01 WS-DQ-Work.
          02 WS-DQ-Days-In-Month PIC 9(2) VALUE ZERO.
          02 WS-DQ-YYYYMMDD PIC 9(8) VALUE ZERO.

       01 WS-Geo-Work.
          02 WS-Geo-Lookup-Code PIC XX VALUE SPACES.
          02 WS-Geo-Found-Name PIC X(20) VALUE SPACES.
          02 WS-Geo-Found-Region PIC X(12) VALUE SPACES.
          02 WS-Geo-Idx PIC 9(4) VALUE ZERO.
          02 WS-Geo-Found PIC X VALUE "N".
             88 Geo-Entry-Was-Found VALUE "Y".

       01 WS-Display-Work.
          02 WS-Coord-Disp PIC +9(3).9(4).
          02 WS-DurStat-Value PIC 9(6) VALUE ZERO.
          02 WS-DurStat-Rem PIC 9(6) VALUE ZERO.
          02 WS-DurStat-HH PIC 9(4) VALUE ZERO.
          02 WS-DurStat-MM PIC 9(2) VALUE ZERO.
          02 WS-DurStat-SS PIC 9(2) VALUE ZERO.

       SCREEN SECTION.
       01 Maint-Screen.
          02 BLANK SCREEN.
          02 LINE 1 COLUMN 2 VALUE "SIGHTING-MAINT".
          02 LINE 1 COLUMN 22
             VALUE "ALIEN SIGHTINGS - MASTER MAINTENANCE".
          02 LINE 1 COLUMN 71 PIC 9(8) FROM WS-Run-Date.
          02 LINE 3 COLUMN 2 VALUE "ACTION:".
          02 LINE 3 COLUMN 10 PIC X USING WS-Scr-Action.
          02 LINE 3 COLUMN 14 VALUE "SIGHTING ID:".
          02 LINE 3 COLUMN 27 PIC X(9) USING WS-Scr-ID.
          02 LINE 3 COLUMN 40 PIC X(40) FROM WS-Scr-Mode.
          02 LINE 4 COLUMN 2 VALUE "BROWSE STATE:".
          02 LINE 4 COLUMN 16 PIC XX USING WS-Scr-Brw-State.
          02 LINE 4 COLUMN 21 VALUE "FROM (YYYYMMDD):".
          02 LINE 4 COLUMN 38 PIC X(8) USING WS-Scr-Brw-From.
          02 LINE 4 COLUMN 49 VALUE "TO:".
          02 LINE 4 COLUMN 53 PIC X(8) USING WS-Scr-Brw-To.
          02 LINE 6 COLUMN 2 VALUE "DATE/TIME:".
          02 LINE 6 COLUMN 16 PIC X(20) USING WS-Scr-DateTime.
          02 LINE 6 COLUMN 40 VALUE "Y/M/D HOUR:".
          02 LINE 6 COLUMN 52 PIC X(16) FROM WS-Scr-Date-Parts.
          02 LINE 8 COLUMN 2 VALUE "CITY:".
          02 LINE 8 COLUMN 16 PIC X(30) USING WS-Scr-City.
          02 LINE 9 COLUMN 2 VALUE "STATE:".
          02 LINE 9 COLUMN 16 PIC XX USING WS-Scr-State.
          02 LINE 9 COLUMN 20 PIC X(20) FROM WS-Scr-State-Name.
          02 LINE 9 COLUMN 42 VALUE "REGION:".
          02 LINE 9 COLUMN 50 PIC X(12) FROM WS-Scr-Region.
          02 LINE 10 COLUMN 2 VALUE "COUNTRY:".
          02 LINE 10 COLUMN 16 PIC XX USING WS-Scr-Country.
          02 LINE 10 COLUMN 20 PIC X(20) FROM WS-Scr-Cntry-Name.
          02 LINE 12 COLUMN 2 VALUE "SHAPE:".
          02 LINE 12 COLUMN 16 PIC X(15) USING WS-Scr-Shape.
          02 LINE 12 COLUMN 33 PIC X(12) FROM WS-Scr-Shape-Desc.
          02 LINE 13 COLUMN 2 VALUE "DURATION SEC:".
          02 LINE 13 COLUMN 16 PIC X(6) USING WS-Scr-Duration.
          02 LINE 13 COLUMN 24 PIC X(10) FROM WS-Scr-Dur-Disp.
          02 LINE 13 COLUMN 36 PIC X(12) FROM WS-Scr-Dur-Desc.
          02 LINE 15 COLUMN 2 VALUE "LATITUDE:".
          02 LINE 15 COLUMN 16 PIC X(10) USING WS-Scr-Latitude.
          02 LINE 15 COLUMN 29 VALUE "LONGITUDE:".
          02 LINE 15 COLUMN 40 PIC X(10) USING WS-Scr-Longitude.
          02 LINE 15 COLUMN 53 PIC X(14) FROM WS-Scr-Geo-Desc.
          02 LINE 17 COLUMN 2 VALUE "EVENT MATCH:".
          02 LINE 17 COLUMN 16 PIC X(8) FROM WS-Scr-Event-ID.
          02 LINE 20 COLUMN 2
             VALUE "I=INQUIRE  B=BROWSE STATE/DATE  N=NEXT  P=PREVIOUS".
          02 LINE 21 COLUMN 2
             VALUE "A=ADD  C=CHANGE (BLANK=KEEP)  D=DELETE  X=EXIT".
          02 LINE 23 COLUMN 2 PIC X(78) FROM WS-Scr-Message.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-Run-Date FROM DATE YYYYMMDD
            ACCEPT WS-Run-Time FROM TIME
            PERFORM INIT-FILE-PATHS
            PERFORM Open-Master-File
            MOVE "ID ORDER" TO WS-Scr-Mode
            MOVE "ENTER AN ACTION" TO WS-Scr-Message

            PERFORM UNTIL Maint-Exit-Requested
               DISPLAY Maint-Screen
               ACCEPT Maint-Screen
               PERFORM Process-Action
            END-PERFORM

            CLOSE Master-File
            DISPLAY "SIGHTING-MAINT SESSION " WS-Run-Date " "
               WS-Run-Time
            DISPLAY "  ADDS: " WS-Maint-Adds "  CHANGES: "
               WS-Maint-Changes "  DELETES: " WS-Maint-Deletes
            STOP RUN.

      ******************************************************************
      * INIT-FILE-PATHS - resolve each file assignment from an
      * environment variable (acting as the JCL DD name for this
      * file) and fall back to the original workstation path when
      * the variable isn't set.
      ******************************************************************
       INIT-FILE-PATHS.
            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "ALIEN-MASTER.dat" TO WS-Master-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "MASTFILE"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-Master-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "master-journal.dat" TO WS-Journal-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "JOURNAL"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-Journal-Path
            END-IF

            MOVE "C:\Users\jorda\Documents\Datasets\archive\
      -     "online-corrections.dat" TO WS-OnlTrans-Path
            MOVE SPACES TO WS-Env-Value
            ACCEPT WS-Env-Value FROM ENVIRONMENT "ONLTRAN"
            IF WS-Env-Value NOT = SPACES
               MOVE WS-Env-Value TO WS-OnlTrans-Path
            END-IF.

      ******************************************************************
      * Open-Master-File - opens the indexed sightings master for
      * update, creating it on first use.  A master that cannot be
      * opened ends the session with the bad-input return code.
      ******************************************************************
       Open-Master-File.
            OPEN I-O Master-File
            IF WS-Master-File-Status = "35"
               OPEN OUTPUT Master-File
               CLOSE Master-File
               OPEN I-O Master-File
            END-IF
            IF WS-Master-File-Status NOT = "00" AND
               WS-Master-File-Status NOT = "05"
               DISPLAY "FILE ERROR: MASTER-FILE (SIGHTINGS MASTER), "
                  "STATUS " WS-Master-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-Master-Path)
               IF WS-Master-File-Status = "39"
                  DISPLAY "  MASTER RECORD LAYOUT DOES NOT MATCH - "
                     "CONVERT IT WITH THE BATCH RUN CONVERT-MASTER=Y"
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

      ******************************************************************
      * Process-Action - routes the action code keyed on the
      * screen.  Any pending confirmation is carried into this
      * action only; whatever the steward keys next starts clean.
      ******************************************************************
       Process-Action.
            MOVE FUNCTION UPPER-CASE(WS-Scr-Action) TO WS-Scr-Action
            MOVE WS-Pending-Action TO WS-Prior-Action
            MOVE WS-Pending-Msg TO WS-Prior-Msg
            MOVE SPACE TO WS-Pending-Action
            MOVE SPACES TO WS-Pending-Msg
            MOVE SPACES TO WS-Scr-Message

            EVALUATE WS-Scr-Action
               WHEN "I"
                  PERFORM Inquire-By-ID
               WHEN "B"
                  PERFORM Start-State-Browse
               WHEN "N"
                  PERFORM Browse-Next
               WHEN "P"
                  PERFORM Browse-Previous
               WHEN "A"
                  PERFORM Add-Sighting
               WHEN "C"
                  PERFORM Change-Sighting
               WHEN "D"
                  PERFORM Delete-Sighting
               WHEN "X"
                  SET Maint-Exit-Requested TO TRUE
               WHEN OTHER
                  MOVE "UNKNOWN ACTION - USE I, B, N, P, A, C, D OR X"
                     TO WS-Scr-Message
            END-EVALUATE.

      ******************************************************************
      * Inquire-By-ID - keyed read of the sighting ID on the screen.
      * Leaves any state/date browse and returns to ID order.
      ******************************************************************
       Inquire-By-ID.
            IF FUNCTION TRIM(WS-Scr-ID) IS NOT NUMERIC
               MOVE "ENTER A NUMERIC SIGHTING ID TO INQUIRE"
                  TO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-Brw-Filter
            MOVE "ID ORDER" TO WS-Scr-Mode
            MOVE FUNCTION NUMVAL(WS-Scr-ID) TO Master-Sighting-ID
            READ Master-File
               INVALID KEY
                  MOVE SPACES TO WS-Scr-Message
                  STRING "SIGHTING ID " FUNCTION TRIM(WS-Scr-ID)
                     " NOT ON MASTER"
                     DELIMITED BY SIZE INTO WS-Scr-Message
                  PERFORM Clear-Record-Display
               NOT INVALID KEY
                  PERFORM Show-Master-Record
            END-READ.

      ******************************************************************
      * Start-State-Browse - browses the sightings of one state
      * (blank = every state) dated within the FROM/TO range
      * (YYYYMMDD, blank = open ended), walking the master in
      * sighting ID order.  The natural key leads with the raw
      * timestamp text, so there is no useful START position for a
      * state or date - the filtered walk is the honest service.
      ******************************************************************
       Start-State-Browse.
            MOVE ZERO TO WS-Brw-From
            MOVE 99999999 TO WS-Brw-To
            IF WS-Scr-Brw-From NOT = SPACES
               IF FUNCTION TRIM(WS-Scr-Brw-From) IS NUMERIC
                  MOVE FUNCTION NUMVAL(WS-Scr-Brw-From) TO WS-Brw-From
               ELSE
                  MOVE "BROWSE FROM DATE MUST BE YYYYMMDD"
                     TO WS-Scr-Message
                  EXIT PARAGRAPH
               END-IF
            END-IF
            IF WS-Scr-Brw-To NOT = SPACES
               IF FUNCTION TRIM(WS-Scr-Brw-To) IS NUMERIC
                  MOVE FUNCTION NUMVAL(WS-Scr-Brw-To) TO WS-Brw-To
               ELSE
                  MOVE "BROWSE TO DATE MUST BE YYYYMMDD"
                     TO WS-Scr-Message
                  EXIT PARAGRAPH
               END-IF
            END-IF
            IF WS-Brw-From > WS-Brw-To
               MOVE "BROWSE FROM DATE IS AFTER THE TO DATE"
                  TO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-Scr-Brw-State) TO WS-Brw-State
            MOVE WS-Brw-State TO WS-Scr-Brw-State
            SET Browse-Filter-On TO TRUE
            MOVE SPACES TO WS-Scr-Mode
            IF WS-Brw-State = SPACES
               STRING "ALL STATES " WS-Brw-From "-" WS-Brw-To
                  DELIMITED BY SIZE INTO WS-Scr-Mode
            ELSE
               STRING "STATE " WS-Brw-State " " WS-Brw-From "-"
                  WS-Brw-To
                  DELIMITED BY SIZE INTO WS-Scr-Mode
            END-IF

            MOVE ZERO TO WS-Brw-Key
            PERFORM Walk-Forward
            IF NOT Browse-Record-Found
               MOVE "NO SIGHTINGS MATCH THE BROWSE" TO WS-Scr-Message
               PERFORM Clear-Record-Display
            END-IF.

      ******************************************************************
      * Browse-Next / Browse-Previous - step from the sighting on
      * display to the next or previous one in ID order (that
      * matches the state/date browse, when one is active).  With
      * nothing on display, next starts at the first sighting.
      ******************************************************************
       Browse-Next.
            MOVE WS-Cur-ID TO WS-Brw-Key
            PERFORM Walk-Forward
            IF NOT Browse-Record-Found
               MOVE "END OF MASTER - NO FURTHER SIGHTINGS"
                  TO WS-Scr-Message
            END-IF.

       Browse-Previous.
            IF No-Record-On-Display
               MOVE "NO SIGHTING ON DISPLAY - INQUIRE OR BROWSE FIRST"
                  TO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            MOVE WS-Cur-ID TO WS-Brw-Key
            PERFORM Walk-Backward
            IF NOT Browse-Record-Found
               MOVE "START OF MASTER - NO EARLIER SIGHTINGS"
                  TO WS-Scr-Message
            END-IF.

      ******************************************************************
      * Walk-Forward - reads on from the first key above WS-Brw-Key
      * to the first sighting that passes the browse filter.
      * Walk-Backward positions below WS-Brw-Key one key at a time
      * (START LESS THAN, then READ NEXT for that record) until a
      * sighting passes the filter or the front of the file is hit.
      ******************************************************************
       Walk-Forward.
            MOVE "N" TO WS-Brw-Found, WS-Brw-Done
            MOVE WS-Brw-Key TO Master-Sighting-ID
            START Master-File KEY IS GREATER THAN Master-Sighting-ID
               INVALID KEY
                  SET Browse-Walk-Done TO TRUE
            END-START
            PERFORM UNTIL Browse-Walk-Done
               READ Master-File NEXT RECORD
                  AT END
                     SET Browse-Walk-Done TO TRUE
                  NOT AT END
                     PERFORM Check-Browse-Filter
                     IF Browse-Record-Found
                        SET Browse-Walk-Done TO TRUE
                     END-IF
               END-READ
               IF WS-Master-File-Status NOT = "00" AND
                  WS-Master-File-Status NOT = "10"
                  SET Browse-Walk-Done TO TRUE
               END-IF
            END-PERFORM
            IF Browse-Record-Found
               PERFORM Show-Master-Record
            END-IF.

       Walk-Backward.
            MOVE "N" TO WS-Brw-Found, WS-Brw-Done
            PERFORM UNTIL Browse-Walk-Done
               MOVE WS-Brw-Key TO Master-Sighting-ID
               START Master-File KEY IS LESS THAN Master-Sighting-ID
                  INVALID KEY
                     SET Browse-Walk-Done TO TRUE
                  NOT INVALID KEY
                     READ Master-File NEXT RECORD
                        AT END
                           SET Browse-Walk-Done TO TRUE
                        NOT AT END
                           MOVE Master-Sighting-ID TO WS-Brw-Key
                           PERFORM Check-Browse-Filter
                           IF Browse-Record-Found
                              SET Browse-Walk-Done TO TRUE
                           END-IF
                     END-READ
                     IF WS-Master-File-Status NOT = "00"
                        SET Browse-Walk-Done TO TRUE
                     END-IF
               END-START
            END-PERFORM
            IF Browse-Record-Found
               PERFORM Show-Master-Record
            END-IF.

       Check-Browse-Filter.
            MOVE "N" TO WS-Brw-Found
            IF NOT Browse-Filter-On
               SET Browse-Record-Found TO TRUE
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-Brw-Date =
               Master-Year * 10000 + Master-Month * 100 + Master-Day
            IF (WS-Brw-State = SPACES OR
                FUNCTION UPPER-CASE(Master-State) = WS-Brw-State) AND
               WS-Brw-Date >= WS-Brw-From AND
               WS-Brw-Date <= WS-Brw-To
               SET Browse-Record-Found TO TRUE
            END-IF.

      ******************************************************************
      * Show-Master-Record - puts the master record in hand on the
      * screen with the geocode full names, the HHHH:MM:SS duration
      * and what each validation flag means, and remembers the
      * image shown for the change/delete currency check.
      ******************************************************************
       Show-Master-Record.
            MOVE Master-Sighting-ID TO WS-Cur-ID
            MOVE Master-Record TO WS-Shown-Image
            MOVE Master-Sighting-ID TO WS-Scr-ID
            MOVE Master-DateTime TO WS-Scr-DateTime
            MOVE SPACES TO WS-Scr-Date-Parts
            STRING Master-Year "/" Master-Month "/" Master-Day
               " " Master-Hour "H"
               DELIMITED BY SIZE INTO WS-Scr-Date-Parts
            MOVE Master-City TO WS-Scr-City
            MOVE Master-State TO WS-Scr-State
            MOVE Master-State TO WS-Geo-Lookup-Code
            PERFORM Lookup-State-Geo
            MOVE WS-Geo-Found-Name TO WS-Scr-State-Name
            MOVE WS-Geo-Found-Region TO WS-Scr-Region
            MOVE Master-Country TO WS-Scr-Country
            MOVE Master-Country TO WS-Geo-Lookup-Code
            PERFORM Lookup-Country-Geo
            MOVE WS-Geo-Found-Name TO WS-Scr-Cntry-Name
            MOVE Master-Shape TO WS-Scr-Shape
            IF Master-Shape-Valid = "Y"
               MOVE "RECOGNIZED" TO WS-Scr-Shape-Desc
            ELSE
               MOVE "UNRECOGNIZED" TO WS-Scr-Shape-Desc
            END-IF
            MOVE Master-Duration TO WS-Scr-Duration
            MOVE Master-Duration TO WS-DurStat-Value
            PERFORM Format-Duration
            IF Master-Dur-Parse = "N"
               MOVE "UNPARSEABLE" TO WS-Scr-Dur-Desc
            ELSE
               MOVE SPACES TO WS-Scr-Dur-Desc
            END-IF
            EVALUATE Master-Geo-Valid
               WHEN "Y"
                  MOVE "REPORTED" TO WS-Scr-Geo-Desc
               WHEN "G"
                  MOVE "FROM GAZETTEER" TO WS-Scr-Geo-Desc
               WHEN OTHER
                  MOVE "NO COORDINATES" TO WS-Scr-Geo-Desc
            END-EVALUATE
            IF Master-Geo-Valid = "Y" OR Master-Geo-Valid = "G"
               MOVE Master-Latitude TO WS-Coord-Disp
               MOVE WS-Coord-Disp TO WS-Scr-Latitude
               MOVE Master-Longitude TO WS-Coord-Disp
               MOVE WS-Coord-Disp TO WS-Scr-Longitude
            ELSE
               MOVE SPACES TO WS-Scr-Latitude, WS-Scr-Longitude
            END-IF
            IF Master-Event-ID = SPACES
               MOVE "NONE" TO WS-Scr-Event-ID
            ELSE
               MOVE Master-Event-ID TO WS-Scr-Event-ID
            END-IF
            MOVE WS-Scr-DateTime TO WS-Shown-DateTime
            MOVE WS-Scr-Latitude TO WS-Shown-Latitude
            MOVE WS-Scr-Longitude TO WS-Shown-Longitude.

       Clear-Record-Display.
            MOVE ZERO TO WS-Cur-ID
            MOVE SPACES TO WS-Shown-Image, WS-Shown-DateTime
            MOVE SPACES TO WS-Shown-Latitude, WS-Shown-Longitude
            MOVE SPACES TO WS-Scr-DateTime, WS-Scr-Date-Parts
            MOVE SPACES TO WS-Scr-City, WS-Scr-State, WS-Scr-Country
            MOVE SPACES TO WS-Scr-State-Name, WS-Scr-Region
            MOVE SPACES TO WS-Scr-Cntry-Name, WS-Scr-Shape
            MOVE SPACES TO WS-Scr-Shape-Desc, WS-Scr-Duration
            MOVE SPACES TO WS-Scr-Dur-Disp, WS-Scr-Dur-Desc
            MOVE SPACES TO WS-Scr-Latitude, WS-Scr-Longitude
            MOVE SPACES TO WS-Scr-Geo-Desc, WS-Scr-Event-ID.

      ******************************************************************
      * Add-Sighting - adds the sighting keyed on the screen under
      * the next sighting ID.  Date/time is required here and gets
      * the parse's calendar checks; coordinates are optional.  A
      * sighting whose natural key is already on the master is
      * refused, exactly as the parse would update it instead.
      ******************************************************************
       Add-Sighting.
            PERFORM Edit-Add-Fields
            IF Edit-Is-Bad
               EXIT PARAGRAPH
            END-IF
            PERFORM Edit-Common-Fields
            IF Edit-Is-Bad
               EXIT PARAGRAPH
            END-IF
            PERFORM Confirm-Warnings
            IF NOT Warning-Is-Confirmed
               EXIT PARAGRAPH
            END-IF

            MOVE WS-Scr-DateTime TO Master-DateTime
            MOVE WS-Edit-City TO Master-City
            MOVE WS-Edit-State TO Master-State
            MOVE WS-Edit-Country TO Master-Country
            MOVE WS-Edit-Shape TO Master-Shape
            READ Master-File KEY IS Master-Nat-Key
               INVALID KEY
                  MOVE "N" TO WS-Master-Found
               NOT INVALID KEY
                  MOVE "Y" TO WS-Master-Found
            END-READ
            IF Master-Row-Was-Found
               MOVE SPACES TO WS-Scr-Message
               STRING "SIGHTING ALREADY ON MASTER AS ID "
                  Master-Sighting-ID " - NOT ADDED"
                  DELIMITED BY SIZE INTO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF

            PERFORM Open-Change-Logs
            IF NOT Change-Logs-Are-Open
               EXIT PARAGRAPH
            END-IF
            PERFORM Find-Next-Sighting-ID

            INITIALIZE Master-Record
            MOVE WS-Next-Sighting-ID TO Master-Sighting-ID
            MOVE WS-Scr-DateTime TO Master-DateTime
            MOVE WS-Edit-City TO Master-City
            MOVE WS-Edit-State TO Master-State
            MOVE WS-Edit-Country TO Master-Country
            MOVE WS-Edit-Year TO Master-Year
            MOVE WS-Edit-Month TO Master-Month
            MOVE WS-Edit-Day TO Master-Day
            MOVE WS-Edit-Hour TO Master-Hour
            MOVE WS-Edit-Shape TO Master-Shape
            MOVE WS-Edit-Shape-Valid TO Master-Shape-Valid
            MOVE WS-Edit-Duration TO Master-Duration
            MOVE "Y" TO Master-Dur-Parse
            MOVE WS-Edit-Latitude TO Master-Latitude
            MOVE WS-Edit-Longitude TO Master-Longitude
            MOVE WS-Edit-Geo-Valid TO Master-Geo-Valid
            MOVE SPACES TO Master-Event-ID
            WRITE Master-Record
               INVALID KEY
                  MOVE SPACES TO WS-Scr-Message
                  STRING "ADD FAILED, MASTER STATUS "
                     WS-Master-File-Status
                     DELIMITED BY SIZE INTO WS-Scr-Message
               NOT INVALID KEY
                  ADD 1 TO WS-Maint-Adds
                  MOVE "A" TO WS-Jrnl-Action
                  MOVE SPACES TO WS-Jrnl-Before-Image
                  MOVE Master-Record TO WS-Jrnl-After-Image
                  PERFORM Write-Journal-Entry
                  MOVE SPACES TO Correction-Record
                  MOVE Master-Sighting-ID TO Corr-Sighting-ID
                  MOVE "A" TO Corr-Action
                  MOVE Master-City TO Corr-City
                  MOVE Master-State TO Corr-State
                  MOVE Master-Country TO Corr-Country
                  MOVE Master-Shape TO Corr-Shape
                  MOVE Master-Duration TO Corr-Duration
                  PERFORM Write-Online-Trans
                  MOVE "N" TO WS-Brw-Filter
                  MOVE "ID ORDER" TO WS-Scr-Mode
                  PERFORM Show-Master-Record
                  MOVE SPACES TO WS-Scr-Message
                  STRING "SIGHTING ADDED AS ID " Master-Sighting-ID
                     DELIMITED BY SIZE INTO WS-Scr-Message
            END-WRITE
            PERFORM Close-Change-Logs.

      ******************************************************************
      * Change-Sighting - applies the city, state, country, shape
      * and duration keyed over the sighting on display, with the
      * CORRFILE rule that a blank field leaves the master value
      * alone.  Date/time and coordinates are part of what was
      * reported and are not changed online.
      ******************************************************************
       Change-Sighting.
            PERFORM Check-Displayed-Sighting
            IF Edit-Is-Bad
               EXIT PARAGRAPH
            END-IF
            IF WS-Scr-DateTime NOT = WS-Shown-DateTime OR
               WS-Scr-Latitude NOT = WS-Shown-Latitude OR
               WS-Scr-Longitude NOT = WS-Shown-Longitude
               MOVE SPACES TO WS-Scr-Message
               STRING "DATE/TIME AND COORDINATES CANNOT BE CHANGED "
                  "ONLINE" DELIMITED BY SIZE INTO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            IF WS-Scr-City = SPACES
               MOVE Master-City TO WS-Scr-City
            END-IF
            IF WS-Scr-State = SPACES
               MOVE Master-State TO WS-Scr-State
            END-IF
            IF WS-Scr-Country = SPACES
               MOVE Master-Country TO WS-Scr-Country
            END-IF
            IF WS-Scr-Shape = SPACES
               MOVE Master-Shape TO WS-Scr-Shape
            END-IF
            IF WS-Scr-Duration = SPACES
               MOVE Master-Duration TO WS-Scr-Duration
            END-IF
            PERFORM Edit-Common-Fields
            IF Edit-Is-Bad
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO Correction-Record
            IF WS-Edit-City NOT = Master-City
               MOVE WS-Edit-City TO Corr-City
            END-IF
            IF WS-Edit-State NOT = Master-State
               MOVE WS-Edit-State TO Corr-State
            END-IF
            IF WS-Edit-Country NOT = Master-Country
               MOVE WS-Edit-Country TO Corr-Country
            END-IF
            IF WS-Edit-Shape NOT = Master-Shape
               MOVE WS-Edit-Shape TO Corr-Shape
            END-IF
            IF WS-Edit-Duration NOT = Master-Duration
               MOVE WS-Edit-Duration TO Corr-Duration
            END-IF
            IF Correction-Record = SPACES
               MOVE "NO CHANGES ENTERED" TO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            IF Corr-State = SPACES AND Corr-Country = SPACES AND
               Corr-Shape = SPACES
               MOVE SPACES TO WS-Warn-Msg
            END-IF
            PERFORM Confirm-Warnings
            IF NOT Warning-Is-Confirmed
               EXIT PARAGRAPH
            END-IF

            PERFORM Open-Change-Logs
            IF NOT Change-Logs-Are-Open
               EXIT PARAGRAPH
            END-IF
            MOVE Master-Record TO WS-Jrnl-Before-Image
            MOVE WS-Edit-City TO Master-City
            MOVE WS-Edit-State TO Master-State
            MOVE WS-Edit-Country TO Master-Country
            MOVE WS-Edit-Shape TO Master-Shape
            MOVE WS-Edit-Shape-Valid TO Master-Shape-Valid
            IF Corr-Duration NOT = SPACES
               MOVE WS-Edit-Duration TO Master-Duration
               MOVE "Y" TO Master-Dur-Parse
            END-IF
            REWRITE Master-Record
               INVALID KEY
                  MOVE SPACES TO WS-Scr-Message
                  STRING "CHANGE FAILED, MASTER STATUS "
                     WS-Master-File-Status
                     " (SAME SIGHTING ALREADY ON FILE?)"
                     DELIMITED BY SIZE INTO WS-Scr-Message
               NOT INVALID KEY
                  ADD 1 TO WS-Maint-Changes
                  MOVE "C" TO WS-Jrnl-Action
                  MOVE Master-Record TO WS-Jrnl-After-Image
                  PERFORM Write-Journal-Entry
                  MOVE Master-Sighting-ID TO Corr-Sighting-ID
                  MOVE "C" TO Corr-Action
                  PERFORM Write-Online-Trans
                  PERFORM Show-Master-Record
                  MOVE SPACES TO WS-Scr-Message
                  STRING "SIGHTING " Master-Sighting-ID " CHANGED"
                     DELIMITED BY SIZE INTO WS-Scr-Message
            END-REWRITE
            PERFORM Close-Change-Logs.

      ******************************************************************
      * Delete-Sighting - deletes the sighting on display once the
      * steward confirms by keying D again.
      ******************************************************************
       Delete-Sighting.
            PERFORM Check-Displayed-Sighting
            IF Edit-Is-Bad
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-Warn-Msg
            STRING "DELETE SIGHTING " Master-Sighting-ID "?"
               DELIMITED BY SIZE INTO WS-Warn-Msg
            PERFORM Confirm-Warnings
            IF NOT Warning-Is-Confirmed
               EXIT PARAGRAPH
            END-IF

            PERFORM Open-Change-Logs
            IF NOT Change-Logs-Are-Open
               EXIT PARAGRAPH
            END-IF
            MOVE Master-Record TO WS-Jrnl-Before-Image
            DELETE Master-File
               INVALID KEY
                  MOVE SPACES TO WS-Scr-Message
                  STRING "DELETE FAILED, MASTER STATUS "
                     WS-Master-File-Status
                     DELIMITED BY SIZE INTO WS-Scr-Message
               NOT INVALID KEY
                  ADD 1 TO WS-Maint-Deletes
                  MOVE "D" TO WS-Jrnl-Action
                  MOVE SPACES TO WS-Jrnl-After-Image
                  PERFORM Write-Journal-Entry
                  MOVE SPACES TO Correction-Record
                  MOVE Master-Sighting-ID TO Corr-Sighting-ID
                  MOVE "D" TO Corr-Action
                  PERFORM Write-Online-Trans
                  PERFORM Clear-Record-Display
                  MOVE SPACES TO WS-Scr-Message
                  STRING "SIGHTING " Master-Sighting-ID " DELETED"
                     DELIMITED BY SIZE INTO WS-Scr-Message
            END-DELETE
            PERFORM Close-Change-Logs.

      ******************************************************************
      * Check-Displayed-Sighting - a change or delete applies to the
      * sighting on display only, and only while the master still
      * holds it exactly as it was displayed.  Leaves the current
      * master record in the record area.
      ******************************************************************
       Check-Displayed-Sighting.
            MOVE "N" TO WS-Edit-Bad
            MOVE ZERO TO WS-Entered-ID
            IF FUNCTION TRIM(WS-Scr-ID) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-Scr-ID) TO WS-Entered-ID
            END-IF
            IF No-Record-On-Display OR WS-Entered-ID NOT = WS-Cur-ID
               SET Edit-Is-Bad TO TRUE
               MOVE SPACES TO WS-Scr-Message
               STRING "INQUIRE THE SIGHTING BEFORE CHANGING OR "
                  "DELETING IT" DELIMITED BY SIZE INTO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            MOVE WS-Cur-ID TO Master-Sighting-ID
            READ Master-File
               INVALID KEY
                  SET Edit-Is-Bad TO TRUE
                  MOVE SPACES TO WS-Scr-Message
                  STRING "SIGHTING " WS-Cur-ID
                     " IS NO LONGER ON THE MASTER"
                     DELIMITED BY SIZE INTO WS-Scr-Message
                  PERFORM Clear-Record-Display
            END-READ
            IF Edit-Is-Bad
               EXIT PARAGRAPH
            END-IF
            IF Master-Record NOT = WS-Shown-Image
               SET Edit-Is-Bad TO TRUE
               PERFORM Show-Master-Record
               MOVE SPACES TO WS-Scr-Message
               STRING "SIGHTING CHANGED SINCE IT WAS DISPLAYED - "
                  "CURRENT RECORD NOW SHOWN"
                  DELIMITED BY SIZE INTO WS-Scr-Message
            END-IF.

      ******************************************************************
      * Edit-Add-Fields - the date/time and coordinate fields only
      * an add supplies.  The date/time decomposes as the parse
      * decomposes it (MM/DD/YYYY HH:MM) and gets the parse's
      * calendar plausibility rules: month 1-12, day within the
      * days in that month (leap Februaries included) and no
      * sighting dated after today.  Coordinates are optional but,
      * when keyed, must be numeric and within -90/+90, -180/+180.
      ******************************************************************
       Edit-Add-Fields.
            MOVE "N" TO WS-Edit-Bad
            MOVE ZERO TO WS-Edit-Year, WS-Edit-Month, WS-Edit-Day
            MOVE ZERO TO WS-Edit-Hour
            MOVE SPACES TO WS-DT-Month, WS-DT-Day, WS-DT-YearTime
            MOVE SPACES TO WS-DT-Year, WS-DT-Time
            MOVE SPACES TO WS-DT-Hour, WS-DT-Minute

            UNSTRING WS-Scr-DateTime DELIMITED BY "/"
               INTO WS-DT-Month, WS-DT-Day, WS-DT-YearTime
            END-UNSTRING
            UNSTRING WS-DT-YearTime DELIMITED BY SPACE
               INTO WS-DT-Year, WS-DT-Time
            END-UNSTRING
            UNSTRING WS-DT-Time DELIMITED BY ":"
               INTO WS-DT-Hour, WS-DT-Minute
            END-UNSTRING

            IF WS-DT-Month NOT = SPACES AND
                  FUNCTION TRIM(WS-DT-Month) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DT-Month) TO WS-Edit-Month
            END-IF
            IF WS-DT-Day NOT = SPACES AND
                  FUNCTION TRIM(WS-DT-Day) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DT-Day) TO WS-Edit-Day
            END-IF
            IF WS-DT-Year NOT = SPACES AND
                  FUNCTION TRIM(WS-DT-Year) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DT-Year) TO WS-Edit-Year
            END-IF
            IF WS-DT-Hour NOT = SPACES AND
                  FUNCTION TRIM(WS-DT-Hour) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DT-Hour) TO WS-Edit-Hour
            END-IF

            IF WS-Edit-Year = ZERO
               SET Edit-Is-Bad TO TRUE
               MOVE "DATE/TIME IS REQUIRED AS MM/DD/YYYY HH:MM"
                  TO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            IF WS-Edit-Month < 1 OR WS-Edit-Month > 12
               SET Edit-Is-Bad TO TRUE
               MOVE "MONTH OUT OF RANGE" TO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            EVALUATE WS-Edit-Month
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                  MOVE 31 TO WS-DQ-Days-In-Month
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                  MOVE 30 TO WS-DQ-Days-In-Month
               WHEN 2
                  IF FUNCTION MOD(WS-Edit-Year, 4) = ZERO AND
                     (FUNCTION MOD(WS-Edit-Year, 100) NOT = ZERO OR
                      FUNCTION MOD(WS-Edit-Year, 400) = ZERO)
                     MOVE 29 TO WS-DQ-Days-In-Month
                  ELSE
                     MOVE 28 TO WS-DQ-Days-In-Month
                  END-IF
            END-EVALUATE
            IF WS-Edit-Day < 1 OR WS-Edit-Day > WS-DQ-Days-In-Month
               SET Edit-Is-Bad TO TRUE
               MOVE "DAY OUT OF RANGE FOR THE MONTH" TO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DQ-YYYYMMDD =
               WS-Edit-Year * 10000 + WS-Edit-Month * 100 + WS-Edit-Day
            IF WS-DQ-YYYYMMDD > WS-Run-Date
               SET Edit-Is-Bad TO TRUE
               MOVE "SIGHTING DATE IS AFTER TODAY" TO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-Edit-Latitude, WS-Edit-Longitude
            MOVE "N" TO WS-Edit-Geo-Valid
            IF WS-Scr-Latitude = SPACES AND WS-Scr-Longitude = SPACES
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-Scr-Latitude) NOT = ZERO OR
               FUNCTION TEST-NUMVAL(WS-Scr-Longitude) NOT = ZERO
               SET Edit-Is-Bad TO TRUE
               MOVE "BAD COORDINATES - KEY BOTH AS SIGNED DECIMALS"
                  TO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-Scr-Latitude) TO WS-Edit-Latitude
            MOVE FUNCTION NUMVAL(WS-Scr-Longitude) TO
               WS-Edit-Longitude
            IF WS-Edit-Latitude < -90 OR WS-Edit-Latitude > 90 OR
               WS-Edit-Longitude < -180 OR WS-Edit-Longitude > 180
               SET Edit-Is-Bad TO TRUE
               MOVE "COORDINATES OUT OF RANGE" TO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-Edit-Geo-Valid.

      ******************************************************************
      * Edit-Common-Fields - city, state, country, shape and
      * duration for an add or a change.  The shape is checked
      * against the shape master and the state against the
      * country on the geocode table, as the parse does; neither
      * stops the change (the parse keeps such rows too) but each
      * is put to the steward as a warning to confirm.  Duration is
      * whole seconds, as on a CORRFILE transaction.
      ******************************************************************
       Edit-Common-Fields.
            MOVE "N" TO WS-Edit-Bad
            MOVE SPACES TO WS-Warn-Msg
            MOVE WS-Scr-City TO WS-Edit-City
            MOVE FUNCTION UPPER-CASE(WS-Scr-State) TO WS-Edit-State
            MOVE FUNCTION UPPER-CASE(WS-Scr-Country) TO
               WS-Edit-Country

            MOVE ZERO TO WS-Edit-Duration
            IF WS-Scr-Duration NOT = SPACES
               IF FUNCTION TRIM(WS-Scr-Duration) IS NUMERIC
                  MOVE FUNCTION NUMVAL(WS-Scr-Duration) TO
                     WS-Edit-Duration
               ELSE
                  SET Edit-Is-Bad TO TRUE
                  MOVE "DURATION MUST BE WHOLE SECONDS"
                     TO WS-Scr-Message
                  EXIT PARAGRAPH
               END-IF
            END-IF

            MOVE "N" TO WS-Shape-Found
            MOVE FUNCTION UPPER-CASE(WS-Scr-Shape) TO WS-Shape-Upper
            PERFORM VARYING WS-Shape-Idx FROM 1 BY 1
               UNTIL WS-Shape-Idx > WS-Shape-Master-Count
                     OR Shape-Was-Found
               IF WS-Shape-Upper = WS-Shape-Entry(WS-Shape-Idx)
                  SET Shape-Was-Found TO TRUE
               END-IF
            END-PERFORM
            IF Shape-Was-Found
               MOVE WS-Shape-Upper TO WS-Edit-Shape
               MOVE "Y" TO WS-Edit-Shape-Valid
            ELSE
               MOVE WS-Scr-Shape TO WS-Edit-Shape
               MOVE "N" TO WS-Edit-Shape-Valid
               STRING "UNKNOWN SHAPE " FUNCTION TRIM(WS-Scr-Shape)
                  DELIMITED BY SIZE INTO WS-Warn-Msg
            END-IF

            IF WS-Edit-State = SPACES OR WS-Edit-Country = SPACES
               EXIT PARAGRAPH
            END-IF
            MOVE WS-Edit-State TO WS-Geo-Lookup-Code
            PERFORM Lookup-State-Geo
            IF NOT Geo-Entry-Was-Found
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-Geo-Warn
            IF WS-Geo-Found-Region = "CANADA" AND
               WS-Edit-Country NOT = "CA"
               STRING "PROVINCE " WS-Edit-State " WITH COUNTRY "
                  WS-Edit-Country
                  DELIMITED BY SIZE INTO WS-Geo-Warn
            END-IF
            IF WS-Geo-Found-Region NOT = "CANADA" AND
               WS-Edit-Country = "CA"
               STRING "STATE " WS-Edit-State " WITH COUNTRY CA"
                  DELIMITED BY SIZE INTO WS-Geo-Warn
            END-IF
            IF WS-Geo-Warn = SPACES
               EXIT PARAGRAPH
            END-IF
            IF WS-Warn-Msg = SPACES
               MOVE WS-Geo-Warn TO WS-Warn-Msg
            ELSE
               MOVE WS-Warn-Msg TO WS-Geo-Hold
               MOVE SPACES TO WS-Warn-Msg
               STRING FUNCTION TRIM(WS-Geo-Hold) "; " WS-Geo-Warn
                  DELIMITED BY SIZE INTO WS-Warn-Msg
            END-IF.

      ******************************************************************
      * Confirm-Warnings - an action with no warning goes ahead.  A
      * warning goes ahead only when the steward keys the same
      * action again and gets the same warning; otherwise it is
      * shown with the instruction to confirm.
      ******************************************************************
       Confirm-Warnings.
            MOVE "N" TO WS-Confirmed
            IF WS-Warn-Msg = SPACES
               SET Warning-Is-Confirmed TO TRUE
               EXIT PARAGRAPH
            END-IF
            IF WS-Prior-Action = WS-Scr-Action AND
               WS-Prior-Msg = WS-Warn-Msg
               SET Warning-Is-Confirmed TO TRUE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-Scr-Action TO WS-Pending-Action
            MOVE WS-Warn-Msg TO WS-Pending-Msg
            MOVE SPACES TO WS-Scr-Message
            STRING FUNCTION TRIM(WS-Warn-Msg) " - REKEY "
               WS-Scr-Action " TO APPLY"
               DELIMITED BY SIZE INTO WS-Scr-Message.

      ******************************************************************
      * Find-Next-Sighting-ID - the next ID to assign, from the
      * highest key on file at the moment of the add (the batch may
      * have added sightings since the session started).
      ******************************************************************
       Find-Next-Sighting-ID.
            MOVE 1 TO WS-Next-Sighting-ID
            MOVE 999999999 TO Master-Sighting-ID
            START Master-File KEY IS LESS THAN OR EQUAL TO
               Master-Sighting-ID
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  READ Master-File NEXT RECORD
                     AT END CONTINUE
                     NOT AT END
                        COMPUTE WS-Next-Sighting-ID =
                           Master-Sighting-ID + 1
                  END-READ
            END-START.

      ******************************************************************
      * Open-Change-Logs / Close-Change-Logs - the journal and the
      * online transaction file are opened for append around each
      * change (created on first use).  If either cannot be opened
      * the change is refused - no master change goes through that
      * cannot be journaled and recorded.
      ******************************************************************
       Open-Change-Logs.
            MOVE "N" TO WS-Logs-Open
            OPEN EXTEND Journal-File
            IF WS-Journal-File-Status = "35"
               OPEN OUTPUT Journal-File
            END-IF
            IF WS-Journal-File-Status NOT = "00" AND
               WS-Journal-File-Status NOT = "05"
               MOVE SPACES TO WS-Scr-Message
               STRING "JOURNAL UNAVAILABLE, STATUS "
                  WS-Journal-File-Status " - CHANGE NOT MADE"
                  DELIMITED BY SIZE INTO WS-Scr-Message
               EXIT PARAGRAPH
            END-IF
            OPEN EXTEND Online-Trans-File
            IF WS-OnlTrans-File-Status = "35"
               OPEN OUTPUT Online-Trans-File
            END-IF
            IF WS-OnlTrans-File-Status NOT = "00" AND
               WS-OnlTrans-File-Status NOT = "05"
               MOVE SPACES TO WS-Scr-Message
               STRING "ONLINE TRANSACTION FILE UNAVAILABLE, STATUS "
                  WS-OnlTrans-File-Status " - CHANGE NOT MADE"
                  DELIMITED BY SIZE INTO WS-Scr-Message
               CLOSE Journal-File
               EXIT PARAGRAPH
            END-IF
            SET Change-Logs-Are-Open TO TRUE.

       Close-Change-Logs.
            CLOSE Journal-File
            CLOSE Online-Trans-File
            MOVE "N" TO WS-Logs-Open.

      ******************************************************************
      * Write-Journal-Entry / Write-Online-Trans - record the change
      * just made.  A write that fails after the master has changed
      * ends the session with the output-failure return code, as a
      * journal failure ends the batch run.
      ******************************************************************
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
               DISPLAY "  SIGHTING " Master-Sighting-ID " ACTION "
                  WS-Jrnl-Action " NOT JOURNALED"
               CLOSE Master-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.

       Write-Online-Trans.
            WRITE Correction-Record
            IF WS-OnlTrans-File-Status NOT = "00"
               DISPLAY "FILE ERROR: ONLINE-TRANS-FILE (ONLINE "
                  "TRANSACTIONS), STATUS " WS-OnlTrans-File-Status
               DISPLAY "  DATASET: " FUNCTION TRIM(WS-OnlTrans-Path)
               DISPLAY "  SIGHTING " Corr-Sighting-ID " ACTION "
                  Corr-Action " NOT RECORDED"
               CLOSE Master-File
               CLOSE Journal-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.

      ******************************************************************
      * Lookup-State-Geo / Lookup-Country-Geo - resolve a two-byte
      * code against the geocode.cpy reference tables.  Unknown
      * codes come back with the code itself as the name and an
      * UNKNOWN region.
      ******************************************************************
       Lookup-State-Geo.
            MOVE "N" TO WS-Geo-Found
            MOVE FUNCTION UPPER-CASE(WS-Geo-Lookup-Code) TO
               WS-Geo-Lookup-Code
            MOVE WS-Geo-Lookup-Code TO WS-Geo-Found-Name
            MOVE "UNKNOWN" TO WS-Geo-Found-Region
            PERFORM VARYING WS-Geo-Idx FROM 1 BY 1
               UNTIL WS-Geo-Idx > WS-Geo-State-Count
                     OR Geo-Entry-Was-Found
               IF WS-Geo-State-Code(WS-Geo-Idx) = WS-Geo-Lookup-Code
                  MOVE WS-Geo-State-Name(WS-Geo-Idx) TO
                     WS-Geo-Found-Name
                  MOVE WS-Geo-State-Region(WS-Geo-Idx) TO
                     WS-Geo-Found-Region
                  SET Geo-Entry-Was-Found TO TRUE
               END-IF
            END-PERFORM.

       Lookup-Country-Geo.
            MOVE "N" TO WS-Geo-Found
            MOVE FUNCTION UPPER-CASE(WS-Geo-Lookup-Code) TO
               WS-Geo-Lookup-Code
            MOVE WS-Geo-Lookup-Code TO WS-Geo-Found-Name
            PERFORM VARYING WS-Geo-Idx FROM 1 BY 1
               UNTIL WS-Geo-Idx > WS-Geo-Country-Count
                     OR Geo-Entry-Was-Found
               IF WS-Geo-Cntry-Code(WS-Geo-Idx) = WS-Geo-Lookup-Code
                  MOVE WS-Geo-Cntry-Name(WS-Geo-Idx) TO
                     WS-Geo-Found-Name
                  SET Geo-Entry-Was-Found TO TRUE
               END-IF
            END-PERFORM.

      ******************************************************************
      * Format-Duration - renders WS-DurStat-Value (whole seconds)
      * as HHHH:MM:SS in WS-Scr-Dur-Disp.
      ******************************************************************
       Format-Duration.
            DIVIDE WS-DurStat-Value BY 3600
               GIVING WS-DurStat-HH REMAINDER WS-DurStat-Rem
            DIVIDE WS-DurStat-Rem BY 60
               GIVING WS-DurStat-MM REMAINDER WS-DurStat-SS
            MOVE SPACES TO WS-Scr-Dur-Disp
            STRING WS-DurStat-HH ":" WS-DurStat-MM ":" WS-DurStat-SS
               DELIMITED BY SIZE INTO WS-Scr-Dur-Disp.
