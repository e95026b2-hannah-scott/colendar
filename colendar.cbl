           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FLAT-STATUS.

           SELECT ICS-EXPORT ASSIGN DYNAMIC WS-EXPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXPORT-STATUS.

           SELECT IMPORT-FILE ASSIGN DYNAMIC WS-IMPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           SELECT AUDIT-LOG ASSIGN TO "data/audit.log"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RESOURCES ASSIGN TO "data/resources.txt"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RES-STATUS.

           SELECT BOOKINGS ASSIGN TO "data/bookings.txt"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BKG-STATUS.

           SELECT RSVPS ASSIGN TO "data/rsvp.txt"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RSV-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "data/nightly-run.txt"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NGT-STATUS.

           SELECT CAL-LIST ASSIGN TO "data/calendars.txt"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NCL-STATUS.

           SELECT REQUESTS ASSIGN TO "data/requests.txt"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REQ-STATUS.

           SELECT ZONES ASSIGN TO "data/zones.txt"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ZON-STATUS.

           SELECT CAL-ZONES ASSIGN TO "data/calzones.txt"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CZN-STATUS.

           SELECT EVENT-ZONES ASSIGN TO "data/eventzones.txt"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EVZ-STATUS.

           SELECT TIMESHEET-FILE ASSIGN DYNAMIC WS-TMS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TMS-STATUS.

           SELECT ACCESS-FILE ASSIGN TO "data/access.txt"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACC-STATUS.

           SELECT SECURITY-LOG ASSIGN TO "data/security.log"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.

           SELECT NOTES ASSIGN TO "data/notes.txt"
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NTE-STATUS.

           SELECT NOTES-ARCHIVE ASSIGN DYNAMIC WS-NTA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS.
       FD  FLAT-FILE.
       01  FLAT-FILE-ENTRY PIC X(175).

      *    The rooms, vans and projectors people book: a short id
      *    typed at the prompt, seats (0 for equipment, which has
      *    no headcount to check), a type and a display name.
       FD  RESOURCES.
       01  RESOURCES-ENTRY.
           05 RES-ID PIC X(10).
           05 RES-SPACE1 PIC X.
           05 RES-CAPACITY PIC 9(4).
           05 RES-SPACE2 PIC X.
           05 RES-TYPE PIC X(10).
           05 RES-SPACE3 PIC X.
           05 RES-NAME PIC X(40).

      *    One booked resource per line per event, keyed on EVENT-ID
      *    and calendar the way data/attendees.txt is. Each line also
      *    carries the booking's own date, time, duration and
      *    recurrence as written, so a room stays held against any
      *    calendar without opening it, and the utilisation report
      *    still sees last month's meetings after archive has moved
      *    them out of the master.
       FD  BOOKINGS.
       01  BOOKINGS-ENTRY.
           05 BKG-EVENT-ID PIC 9(5).
           05 BKG-SPACE1 PIC X.
           05 BKG-CAL PIC X(10).
           05 BKG-SPACE2 PIC X.
           05 BKG-RES-ID PIC X(10).
           05 BKG-SPACE3 PIC X.
           05 BKG-DATE PIC 9(8).
           05 BKG-SPACE4 PIC X.
           05 BKG-TIME PIC 9(4).
           05 BKG-SPACE5 PIC X.
           05 BKG-DURATION PIC 9(4).
           05 BKG-SPACE6 PIC X.
           05 BKG-RECUR-INTERVAL PIC X(6).

      *    The latest answer each invited attendee sent back, one
      *    line per attendee per event, keyed on EVENT-ID and
      *    calendar like the attendees file it shadows. A person
      *    with no line here has not answered yet.
       FD  RSVPS.
       01  RSVPS-ENTRY.
           05 RSV-EVENT-ID PIC 9(5).
           05 RSV-SPACE1 PIC X.
           05 RSV-CAL PIC X(10).
           05 RSV-SPACE2 PIC X.
           05 RSV-NAME PIC X(40).
           05 RSV-SPACE3 PIC X.
           05 RSV-ANSWER PIC X(10).
           05 RSV-SPACE4 PIC X.
           05 RSV-STAMP PIC X(14).

      *    The nightly run's checkpoint log, appended as it goes:
      *    a STARTED line as each step of each calendar begins and
      *    a closing line with its counts, return code and outcome
      *    when it ends. The last line for a calendar and step
      *    within a run date is where that step stands, so a step
      *    left at STARTED is one whose run died under it.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-ENTRY.
           05 NGT-RUN-DATE PIC 9(8).
           05 NGT-SPACE1 PIC X.
           05 NGT-CAL PIC X(10).
           05 NGT-SPACE2 PIC X.
           05 NGT-STEP PIC X(8).
           05 NGT-SPACE3 PIC X.
           05 NGT-STARTED PIC X(14).
           05 NGT-SPACE4 PIC X.
           05 NGT-ENDED PIC X(14).
           05 NGT-SPACE5 PIC X.
           05 NGT-RECORDS PIC 9(7).
           05 NGT-SPACE6 PIC X.
           05 NGT-ACTED PIC 9(7).
           05 NGT-SPACE7 PIC X.
           05 NGT-RC PIC 9(3).
           05 NGT-SPACE8 PIC X.
           05 NGT-STATE PIC X(8).

      *    The calendars the nightly run covers, one name per line;
      *    "default" stands for data/events.dat.
       FD  CAL-LIST.
       01  CAL-LIST-ENTRY PIC X(80).

      *    Booking requests waiting on an approver, one line per
      *    request in the layout of WS-REQ-ENTRY, shared across
      *    calendars the way the attendees file is. Nothing here is
      *    on any calendar until it is approved; a decided request
      *    stays on file as the queue's history.
       FD  REQUESTS.
       01  REQUESTS-ENTRY PIC X(734).

      *    The time zones the offices work in, by their .ics TZID:
      *    standard-time offset from UTC as +HHMM/-HHMM, and which
      *    daylight-saving rule the zone follows - EU (last Sunday
      *    of March to last Sunday of October, changing at 01:00
      *    UTC), US (second Sunday of March to first Sunday of
      *    November, at 02:00 local) or NONE.
       FD  ZONES.
       01  ZONES-ENTRY.
           05 ZON-TZID PIC X(32).
           05 ZON-SPACE1 PIC X.
           05 ZON-OFFSET PIC X(5).
           05 ZON-SPACE2 PIC X.
           05 ZON-RULE PIC X(4).

      *    Each calendar's default zone, one line per calendar
      *    ("default" for data/events.dat). A calendar with no line
      *    keeps the old floating times.
       FD  CAL-ZONES.
       01  CAL-ZONES-ENTRY.
           05 CZN-CAL PIC X(10).
           05 CZN-SPACE1 PIC X.
           05 CZN-TZID PIC X(32).

      *    The zone an event's times are in, keyed on EVENT-ID and
      *    calendar the way data/attendees.txt is - the master
      *    record has no room left for it. An event with no line
      *    here is in its calendar's default zone.
       FD  EVENT-ZONES.
       01  EVENT-ZONES-ENTRY.
           05 EVZ-EVENT-ID PIC 9(5).
           05 EVZ-SPACE1 PIC X.
           05 EVZ-CAL PIC X(10).
           05 EVZ-SPACE2 PIC X.
           05 EVZ-TZID PIC X(32).

      *    The payroll pick-up file for one week: a D line per
      *    person, category and day with minutes on it, an H line
      *    per person for each holiday in the week (no minutes -
      *    a non-working day), and one T line closing the file
      *    with the record count and minute total to balance on.
       FD  TIMESHEET-FILE.
       01  TIMESHEET-ENTRY.
           05 TMS-REC-TYPE PIC X.
           05 TMS-SPACE1 PIC X.
           05 TMS-WEEK PIC 9(8).
           05 TMS-SPACE2 PIC X.
           05 TMS-PERSON PIC X(40).
           05 TMS-SPACE3 PIC X.
           05 TMS-CATEGORY PIC X(10).
           05 TMS-SPACE4 PIC X.
           05 TMS-WORK-DATE PIC 9(8).
           05 TMS-SPACE5 PIC X.
           05 TMS-MINUTES PIC 9(5).
           05 TMS-SPACE6 PIC X.
           05 TMS-HOURS PIC 9(3).99.
           05 TMS-SPACE7 PIC X.
           05 TMS-HOLIDAY PIC X(40).
       01  TIMESHEET-TRAILER.
           05 TMT-REC-TYPE PIC X.
           05 TMT-SPACE1 PIC X.
           05 TMT-WEEK PIC 9(8).
           05 TMT-SPACE2 PIC X.
           05 TMT-RECORDS PIC 9(7).
           05 TMT-SPACE3 PIC X.
           05 TMT-MINUTES PIC 9(9).
           05 TMT-SPACE4 PIC X.
           05 TMT-HOURS PIC 9(7).99.
           05 FILLER PIC X(86).

      *    Who may do what to which calendar, one line per user and
      *    calendar ("default" for data/events.dat): VIEW, CHANGE or
      *    ADMIN, each taking in the ones before it. User "*" is
      *    everybody.
       FD  ACCESS-FILE.
       01  ACCESS-ENTRY.
           05 ACC-CAL PIC X(10).
           05 ACC-SPACE1 PIC X.
           05 ACC-USER PIC X(20).
           05 ACC-SPACE2 PIC X.
           05 ACC-LEVEL PIC X(6).

      *    Every refused command: when, who, which calendar, what
      *    was tried and the access it would have needed.
       FD  SECURITY-LOG.
       01  SECURITY-LOG-ENTRY.
           05 SEC-STAMP PIC X(14).
           05 SEC-SPACE1 PIC X.
           05 SEC-USER PIC X(20).
           05 SEC-SPACE2 PIC X.
           05 SEC-CAL PIC X(10).
           05 SEC-SPACE3 PIC X.
           05 SEC-COMMAND PIC X(16).
           05 SEC-SPACE4 PIC X.
           05 SEC-NEED PIC X(6).

      *    Free-text notes and minutes on an event, any number of
      *    lines each, keyed on calendar and EVENT-ID the way the
      *    attendees file is. Kind N is a note, M a line of the
      *    minutes taken afterwards; each line carries who wrote it
      *    and when.
       FD  NOTES.
       01  NOTES-ENTRY.
           05 NTE-CAL PIC X(10).
           05 NTE-SPACE1 PIC X.
           05 NTE-EVENT-ID PIC 9(5).
           05 NTE-SPACE2 PIC X.
           05 NTE-KIND PIC X.
           05 NTE-SPACE3 PIC X.
           05 NTE-STAMP PIC X(14).
           05 NTE-SPACE4 PIC X.
           05 NTE-USER PIC X(20).
           05 NTE-SPACE5 PIC X.
           05 NTE-TEXT PIC X(120).

      *    Notes that went out with their event to the yearly
      *    archive: the event's date and the head of its
      *    description, then the note line exactly as it stood.
       FD  NOTES-ARCHIVE.
       01  NOTES-ARCHIVE-ENTRY.
           05 NTA-EVENT-DATE PIC 9(8).
           05 NTA-SPACE1 PIC X.
           05 NTA-EVENT-DESC PIC X(40).
           05 NTA-SPACE2 PIC X.
           05 NTA-NOTE PIC X(175).

       WORKING-STORAGE SECTION.
       01  WS-EVENT-ENTRY.
           05 WS-EVENT-DATE.
      *    Double-booking detection. The interactive check warns at
      *    add/edit time; the clashes command sweeps every record,
      *    expanding WEEKLY/ANNUAL events over the coming year into
      *    WS-CLASH-OCCURS before comparing their time ranges - in
      *    UTC, so bookings made in different zones compare fairly.
       01  CLASHFLAG PIC 9 VALUE 1.
       01  WS-CLASH-FOUND PIC 9 VALUE 0.
       01  WS-CLASH-ANSWER PIC X VALUE SPACE.
              10 WS-CLASH-ID PIC 9(5).
              10 WS-CLASH-CAL PIC X(10).
              10 WS-CLASH-DESC PIC X(120).
              10 WS-CLASH-UTC PIC S9(12).
              10 WS-CLASH-UEND PIC S9(12).
              10 WS-CLASH-ZHIT PIC 9(3).
       01  WS-CLASH-IDX PIC 9(5) VALUE 0.
       01  WS-CLASH-IDX2 PIC 9(5) VALUE 0.
      *    Id pairs already reported, so two recurring events that
       01  WS-BUSY-TEMP-START PIC 9(5) VALUE 0.
       01  WS-BUSY-TEMP-END PIC 9(5) VALUE 0.

      *    Free/busy publishing for other departments: per person in
      *    data/contacts.txt, the clash sweep's occurrences for every
      *    event they attend across the nightly run's calendars, and
      *    the blackout days, merged into busy blocks and written as
      *    a VFREEBUSY file in data/publish - times only, nothing of
      *    what the meetings are or who else is in them. The
      *    availability matrix puts the same blocks for one day on a
      *    page, half an hour to a cell, for reception's wall. Both
      *    take their dates and working day in the free-slot fields.
       01  PUBLISHFLAG PIC 9 VALUE 1.
       01  AVAILFLAG PIC 9 VALUE 1.
       01  WS-PUB-BAD PIC 9 VALUE 0.
       01  WS-PUB-ZONE-HIT PIC 9(3) VALUE 0.
       01  WS-PUB-FROM-UTC PIC S9(12) VALUE 0.
       01  WS-PUB-TO-UTC PIC S9(12) VALUE 0.
       01  WS-PUB-DAY-INT PIC S9(9) VALUE 0.
       01  WS-PUB-END-INT PIC S9(9) VALUE 0.
       01  WS-PUB-COUNT PIC 9(4) VALUE 0.
       01  WS-PUB-TABLE.
           05 WS-PUB-BLOCK OCCURS 2000 TIMES.
              10 WS-PUB-B-START PIC S9(12).
              10 WS-PUB-B-END PIC S9(12).
              10 WS-PUB-B-TYPE PIC X.
       01  WS-PUB-IDX PIC 9(4) VALUE 0.
       01  WS-PUB-IDX2 PIC 9(4) VALUE 0.
       01  WS-PUB-SWAPPED PIC X VALUE 'N'.
       01  WS-PUB-TEMP.
           05 WS-PUB-T-START PIC S9(12).
           05 WS-PUB-T-END PIC S9(12).
           05 WS-PUB-T-TYPE PIC X.
       01  WS-PUB-CUR.
           05 WS-PUB-C-START PIC S9(12).
           05 WS-PUB-C-END PIC S9(12).
           05 WS-PUB-C-TYPE PIC X.
       01  WS-PUB-START PIC S9(12) VALUE 0.
       01  WS-PUB-END PIC S9(12) VALUE 0.
       01  WS-PUB-FULL PIC 9 VALUE 0.
       01  WS-PUB-WRITTEN PIC 9(4) VALUE 0.
       01  WS-PUB-PERIODS PIC 9(5) VALUE 0.
       01  WS-PUB-UTC-TEXT PIC X(16) VALUE SPACES.
       01  WS-PUB-FROM-TEXT PIC X(16) VALUE SPACES.
       01  WS-PUB-TO-TEXT PIC X(16) VALUE SPACES.
       01  WS-PUB-PERIOD-TEXT PIC X(16) VALUE SPACES.
       01  WS-AVL-SLOTS PIC 9(2) VALUE 0.
       01  WS-AVL-SLOT PIC 9(2) VALUE 0.
       01  WS-AVL-CELLS.
           05 WS-AVL-CELL OCCURS 36 TIMES PIC X(2).
       01  WS-AVL-SLOT-START PIC S9(12) VALUE 0.
       01  WS-AVL-SLOT-END PIC S9(12) VALUE 0.
       01  WS-AVL-HOLIDAY PIC 9 VALUE 0.
       01  WS-AVL-MINS PIC 9(4) VALUE 0.
       01  WS-AVL-HH PIC 9(2) VALUE 0.
       01  WS-AVL-COL PIC 9(3) VALUE 0.

      *    Access control. The user is the login name the lock file
      *    records. With no data/access.txt every calendar is open
      *    to everyone, as it always was; once the file exists a
      *    calendar nobody holds a grant on is closed to all. Each
      *    refusal is written to data/security.log.
       01  ACCESSFLAG PIC 9 VALUE 1.
       01  ACC-ACTION PIC X(8) VALUE SPACES.
       01  ACC-ARG-CAL PIC X(10) VALUE SPACES.
       01  ACC-ARG-USER PIC X(20) VALUE SPACES.
       01  ACC-ARG-LEVEL PIC X(6) VALUE SPACES.
       01  ACC-ARG-FROM PIC 9(8) VALUE 0.
       01  ACC-ARG-TO PIC 9(8) VALUE 0.
       01  WS-ACC-STATUS PIC XX VALUE "00".
       01  WS-ACC-EOF PIC A VALUE SPACE.
       01  WS-ACC-ON PIC 9 VALUE 0.
       01  WS-ACC-COUNT PIC 9(3) VALUE 0.
       01  WS-ACC-TABLE.
           05 WS-ACC OCCURS 500 TIMES.
              10 WS-ACC-T-CAL PIC X(10).
              10 WS-ACC-T-USER PIC X(20).
              10 WS-ACC-T-LEVEL PIC 9.
       01  WS-ACC-IDX PIC 9(3) VALUE 0.
       01  WS-ACC-IDX2 PIC 9(3) VALUE 0.
       01  WS-ACC-KEEP PIC 9(3) VALUE 0.
       01  WS-ACC-HIT PIC 9(3) VALUE 0.
       01  WS-ACC-SWAPPED PIC A VALUE SPACE.
       01  WS-ACC-TEMP PIC X(31) VALUE SPACES.
      *    The command in hand: its name for the log, the level it
      *    needs (0 none, 1 view, 2 change, 3 admin) and which
      *    calendars it opens - A the -c list, N the nightly list,
      *    G the calendar an access grant names, X any at all.
       01  WS-ACC-COMMAND PIC X(16) VALUE SPACES.
       01  WS-ACC-NEED PIC 9 VALUE 0.
       01  WS-ACC-SCOPE PIC A VALUE 'A'.
       01  WS-ACC-CAL PIC X(10) VALUE SPACES.
       01  WS-ACC-HAVE PIC 9 VALUE 0.
       01  WS-ACC-DENIED PIC 9 VALUE 0.
       01  WS-ACC-LEVEL-NO PIC 9 VALUE 0.
       01  WS-ACC-LEVEL-WORDS PIC X(18) VALUE "view  changeadmin ".
       01  WS-ACC-LEVEL-TABLE REDEFINES WS-ACC-LEVEL-WORDS.
           05 WS-ACC-LEVEL-WORD OCCURS 3 TIMES PIC X(6).
       01  WS-SLOCK-HELD PIC 9 VALUE 0.
       01  WS-SLOCK-SAVE-NAME PIC X(40) VALUE SPACES.
       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-SEC-EOF PIC A VALUE SPACE.
       01  WS-SEC-COUNT PIC 9(7) VALUE 0.
       01  WS-SEC-STAMP PIC X(14) VALUE SPACES.

      *    Meeting notes. note <id> <text> adds lines to an event,
      *    minutes <id> takes the minutes line by line after the
      *    meeting, notes <id> lists both. The live notes sit in
      *    data/notes.txt; archive moves an event's notes out to
      *    data/notes-archive-YYYY.txt alongside the event itself.
       01  NOTEFLAG PIC 9 VALUE 1.
       01  NOTESFLAG PIC 9 VALUE 1.
       01  MINUTESFLAG PIC 9 VALUE 1.
       01  NOTE-ID PIC 9(5) VALUE ZERO.
       01  NOTE-ARG-COUNT PIC 9(2) VALUE 0.
       01  NOTE-ARG-LINES.
           05 NOTE-ARG-LINE OCCURS 50 TIMES PIC X(120).
       01  WS-NOTE-ARG-PTR PIC 9(3) VALUE 1.
       01  WS-NOTE-WORD PIC X(50) VALUE SPACES.
       01  WS-NOTE-WORD-LEN PIC 9(2) VALUE 0.
       01  WS-NOTE-IDX PIC 9(2) VALUE 0.
       01  WS-NOTE-FOUND PIC 9 VALUE 0.
       01  WS-NOTE-KIND PIC X VALUE SPACE.
       01  WS-NOTE-ENDED PIC 9 VALUE 0.
       01  WS-NOTE-IN-LINE PIC X(120) VALUE SPACES.
       01  WS-NOTE-SHOWN PIC 9(5) VALUE 0.
       01  WS-NOTE-KIND-WORD PIC X(7) VALUE SPACES.
       01  WS-NOTE-YEAR PIC 9(4) VALUE 0.
       01  WS-NOTE-ARCH-KEY PIC X(49) VALUE SPACES.
       01  WS-NTE-STATUS PIC XX VALUE "00".
       01  WS-NTE-EOF PIC A VALUE SPACE.
       01  WS-NTE-COUNT PIC 9(5) VALUE 0.
       01  WS-NTE-OVERFLOW PIC 9 VALUE 0.
       01  WS-NTE-TABLE.
           05 WS-NTE OCCURS 20000 TIMES.
              10 WS-NTE-T-CAL PIC X(10).
              10 WS-NTE-T-ID PIC 9(5).
              10 WS-NTE-T-KIND PIC X.
              10 WS-NTE-T-STAMP PIC X(14).
              10 WS-NTE-T-USER PIC X(20).
              10 WS-NTE-T-TEXT PIC X(120).
       01  WS-NTE-IDX PIC 9(5) VALUE 0.
       01  WS-NTE-KEEP PIC 9(5) VALUE 0.
       01  WS-NTE-MOVED PIC 9(5) VALUE 0.
       01  WS-NLOCK-HELD PIC 9 VALUE 0.
       01  WS-NLOCK-SAVE-NAME PIC X(40) VALUE SPACES.
      *    A notes line as it is journalled and archived.
       01  WS-NTE-ROW.
           05 WS-NTE-R-CAL PIC X(10).
           05 WS-NTE-R-SPACE1 PIC X.
           05 WS-NTE-R-ID PIC 9(5).
           05 WS-NTE-R-SPACE2 PIC X.
           05 WS-NTE-R-KIND PIC X.
           05 WS-NTE-R-SPACE3 PIC X.
           05 WS-NTE-R-STAMP PIC X(14).
           05 WS-NTE-R-SPACE4 PIC X.
           05 WS-NTE-R-USER PIC X(20).
           05 WS-NTE-R-SPACE5 PIC X.
           05 WS-NTE-R-TEXT PIC X(120).
       01  WS-NTA-STATUS PIC XX VALUE "00".
       01  WS-NTA-EOF PIC A VALUE SPACE.
       01  WS-NTA-FILENAME PIC X(40) VALUE SPACES.
      *    The events an archive run has just moved out, so their
      *    notes can follow: a slot per id pointing at the event's
      *    date and the head of its description.
       01  WS-NTA-SLOTS.
           05 WS-NTA-SLOT OCCURS 99999 TIMES PIC 9(4).
       01  WS-NTA-EVT-COUNT PIC 9(4) VALUE 0.
       01  WS-NTA-EVT-TABLE.
           05 WS-NTA-EVT OCCURS 9999 TIMES.
              10 WS-NTA-EVT-DATE PIC 9(8).
              10 WS-NTA-EVT-DESC PIC X(40).
       01  WS-NTA-SLOT-NO PIC 9(4) VALUE 0.
      *    Notes into an .ics DESCRIPTION: one property, escaped,
      *    folded at 75 characters with a leading space on each
      *    continuation line.
       01  WS-ICS-NOTE-LINES PIC 9(5) VALUE 0.
       01  WS-ICS-NOTE-MINUTES PIC 9 VALUE 0.
       01  WS-ICS-NOTE-LEN PIC 9(3) VALUE 0.
       01  WS-ICS-NOTE-POS PIC 9(3) VALUE 0.
       01  WS-ICS-FOLD-LEN PIC 9(3) VALUE 0.
       01  WS-ICS-CHAR PIC X VALUE SPACE.
       01  WS-ICS-PUT-TEXT PIC X(10) VALUE SPACES.
       01  WS-ICS-PUT-LEN PIC 9(2) VALUE 0.
       01  WS-ICS-PUT-IDX PIC 9(2) VALUE 0.

      *    Free-text search over the live master plus every yearly
      *    archive file. The archive files only exist from the year
      *    the archive command first ran, so the scan starts at the
       01  WS-FIND-COUNT PIC 9(5) VALUE 0.
       01  WS-FIND-SOURCE PIC X(40) VALUE SPACES.
       01  WS-FIND-YEAR PIC 9(4) VALUE 0.
      *    Notes are searched along with the live master; the note
      *    line that matched is shown under its event.
       01  WS-FIND-IN-MASTER PIC 9 VALUE 0.
       01  WS-FIND-NOTE-HIT PIC 9(5) VALUE 0.
       01  WS-FIND-CAL-OK PIC 9 VALUE 0.

       01  EXPORTFLAG PIC 9 VALUE 1.
       01  WS-ICS-LINE PIC X(200) VALUE SPACES.
       01  WS-EXPORT-DTSTAMP PIC X(16) VALUE SPACES.
       01  WS-EXPORT-FILENAME PIC X(40) VALUE "data/colendar.ics".
       01  WS-EXPORT-STATUS PIC XX VALUE "00".
       01  WS-EXPORT-COUNT PIC 9(5) VALUE 0.

       01  IMPORTFLAG PIC 9 VALUE 1.
       01  WS-IMPORT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-BAK-STATUS PIC XX VALUE "00".
       01  WS-BAK-EOF PIC A VALUE SPACE.
       01  WS-BAK-COUNT PIC 9(5) VALUE 0.
       01  WS-BAK-UNLOADED PIC 9(5) VALUE 0.
       01  WS-BAK-TABLE-AREA.
           05 WS-BAK-REC OCCURS 99999 TIMES PIC X(175).
       01  WS-BAK-IDX PIC 9(5) VALUE 0.
       01  WS-VEV-END-MINS PIC S9(12) VALUE 0.
       01  WS-IN-VEVENT PIC 9 VALUE 0.
       01  WS-VEV-MATCH-ID PIC 9(5) VALUE 0.
      *    An invitation's UID, <id>-<calendar>@colendar, split up.
       01  WS-VEV-UID-CAL PIC X(10) VALUE SPACES.
       01  WS-VEV-UID-HOST PIC X(20) VALUE SPACES.
       01  WS-VEV-CAL-WANT PIC X(10) VALUE SPACES.
       01  WS-VEV-ID-FOUND PIC 9 VALUE 0.

      *    In-core image of EVENTS while a sync run reconciles the
       01  WS-ARCHIVE-YEAR PIC 9(4).
       01  WS-ARCHIVE-COUNT PIC 9(5) VALUE 0.
       01  WS-ARCHIVE-STATUS PIC XX VALUE "00".
       01  WS-ARCHIVE-READ PIC 9(5) VALUE 0.
      *    Set when the caller has just taken a backup generation
      *    of this calendar itself, so archive need not rotate
      *    another identical one.
       01  WS-ARCHIVE-BACKED-UP PIC 9 VALUE 0.

      *    Blackout dates from data/holidays.txt, loaded into core
      *    once per run by whichever command honours them: the add
       01  WS-VER-ANSWER PIC X VALUE SPACE.
       01  WS-VER-FOUND PIC 9 VALUE 0.
       01  WS-VER-KEPT PIC 9(5) VALUE 0.
      *    1 = list the problems and change nothing, no questions -
      *    for unattended runs with nobody at the prompt.
       01  WS-VER-REPORT-ONLY PIC 9 VALUE 0.

       01  REPORTFLAG PIC 9 VALUE 1.
       01  REPORT-YEAR PIC 9(4) VALUE ZERO.
       01  WS-HRS-WORK PIC 9(6)V9 VALUE 0.
       01  WS-HRS-HOURS PIC ZZZZZ9.9.

      *    Weekly timesheet for payroll and project costing: each
      *    attendee's minutes per category per day of one Monday
      *    to Sunday week, over the calendars the nightly run
      *    covers, recurring occurrences expanded. A person row
      *    per name seen, a category row per person; the day
      *    cells are minutes. Events nobody is named on have no
      *    one to charge and are only totalled for the control.
       01  TIMESHEETFLAG PIC 9 VALUE 1.
       01  TMS-ARG-DATE PIC 9(8) VALUE ZERO.
       01  WS-TMS-FILENAME PIC X(40) VALUE SPACES.
       01  WS-TMS-STATUS PIC XX VALUE "00".
       01  WS-TMS-WEEK-INT PIC 9(7) VALUE 0.
       01  WS-TMS-WEEK-START PIC 9(8) VALUE 0.
       01  WS-TMS-WEEK-END PIC 9(8) VALUE 0.
      *    Archive files are stamped with the year archive ran, not
      *    the event's, so every year from the week's own to this
      *    one may hold the week's past meetings.
       01  WS-TMS-ARC-YEAR PIC 9(4) VALUE 0.
       01  WS-TMS-DAY-INT PIC 9(7) VALUE 0.
       01  WS-TMS-DAY-DATE.
           05 WS-TMS-DAY-YEAR PIC 9(4).
           05 WS-TMS-DAY-MONTH PIC 9(2).
           05 WS-TMS-DAY-DAY PIC 9(2).
       01  WS-TMS-DAY-NUM REDEFINES WS-TMS-DAY-DATE PIC 9(8).
       01  WS-TMS-DAY PIC 9 VALUE 0.
       01  WS-TMS-DAY2 PIC 9 VALUE 0.
       01  WS-TMS-ANCHOR-INT PIC 9(7) VALUE 0.
       01  WS-TMS-ON-DAY PIC 9 VALUE 0.
       01  WS-TMS-DAY-NAMES PIC X(21) VALUE "montuewedthufrisatsun".
       01  WS-TMS-DAY-NAME-TABLE REDEFINES WS-TMS-DAY-NAMES.
           05 WS-TMS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01  WS-TMS-PER-COUNT PIC 9(4) VALUE 0.
       01  WS-TMS-PER-TABLE.
           05 WS-TMS-PER OCCURS 1000 TIMES.
              10 WS-TMS-P-NAME PIC X(40).
       01  WS-TMS-PER-IDX PIC 9(4) VALUE 0.
       01  WS-TMS-PER-HIT PIC 9(4) VALUE 0.
       01  WS-TMS-ROW-COUNT PIC 9(4) VALUE 0.
       01  WS-TMS-ROW-TABLE.
           05 WS-TMS-ROW OCCURS 3000 TIMES.
              10 WS-TMS-R-PER PIC 9(4).
              10 WS-TMS-R-CAT PIC X(10).
              10 WS-TMS-R-MINS PIC 9(5) OCCURS 7 TIMES.
       01  WS-TMS-ROW-IDX PIC 9(4) VALUE 0.
       01  WS-TMS-ROW-HIT PIC 9(4) VALUE 0.
       01  WS-TMS-FULL PIC 9 VALUE 0.
       01  WS-TMS-HOL-NAMES.
           05 WS-TMS-HOL-NAME OCCURS 7 TIMES PIC X(40).
       01  WS-TMS-DAY-TOTALS.
           05 WS-TMS-DAY-TOT OCCURS 7 TIMES PIC 9(5).
       01  WS-TMS-ROW-MINS PIC 9(6) VALUE 0.
       01  WS-TMS-PER-MINS PIC 9(6) VALUE 0.
       01  WS-TMS-GRAND-MINS PIC 9(9) VALUE 0.
       01  WS-TMS-UNATT-MINS PIC 9(9) VALUE 0.
       01  WS-TMS-RECORDS PIC 9(7) VALUE 0.
       01  WS-TMS-CHARGED PIC 9 VALUE 0.
       01  WS-TMS-HRS-WORK PIC 9(7)V99 VALUE 0.
       01  WS-TMS-CELL PIC ZZZ9.99.
       01  WS-TMS-TOTAL-CELL PIC ZZZZZZ9.99.
       01  WS-TMS-COL PIC 9(3) VALUE 0.

       01  WEEKFLAG PIC 9 VALUE 1.
       01  REMINDFLAG PIC 9 VALUE 1.
       01  WS-REMIND-COUNT PIC 9(5) VALUE 0.
       01  WS-REMIND-READ PIC 9(5) VALUE 0.

      *    Reminder dispatch. Each due reminder still prints to the
      *    terminal as it always has, but also queues one row per
           02 WS-OCCUR-DAY PIC 9(2).
       01  WS-OCCUR-DATE-NUM REDEFINES WS-OCCUR-DATE PIC 9(8).
       01  WS-OCCUR-INT PIC S9(9).
      *    Earliest date CALCULATE-NEXT-OCCURRENCE rolls forward to:
      *    today, unless the caller sets WS-OCCUR-BASE for a range
      *    that starts elsewhere (and puts it back to zero after).
       01  WS-OCCUR-BASE PIC 9(8) VALUE 0.
       01  WS-OCCUR-FLOOR.
           02 WS-OCCUR-FLOOR-YEAR PIC 9(4).
           02 WS-OCCUR-FLOOR-MONTH PIC 9(2).
           02 WS-OCCUR-FLOOR-DAY PIC 9(2).
       01  WS-OCCUR-FLOOR-NUM REDEFINES WS-OCCUR-FLOOR PIC 9(8).

      *    In-core table used by PRINT-EVENTS/PRINT-WEEK to order
      *    events by when they actually next happen (anchor date
       01  WS-DISPLAY-TEMP-RAW PIC X(175).

       01  WS-NEXT-ID PIC 9(5) VALUE 1.
      *    Ids are never handed out twice on a calendar: the journal
      *    remembers every id that was ever written, archived or
      *    deleted, so the next id clears those as well as the
      *    master's. The line is looked at through its own layout
      *    so a caller's WS-AUDIT-COMMAND survives the scan.
       01  WS-IDH-CAL-WANT PIC X(10) VALUE SPACES.
       01  WS-IDH-EOF PIC A VALUE SPACE.
       01  WS-IDH-LINE.
           05 FILLER PIC X(24).
           05 WS-IDH-ID PIC 9(5).
           05 FILLER PIC X.
           05 WS-IDH-CAL PIC X(10).
           05 FILLER PIC X(190).

      *    Session mode: one process, one parse of -c, one prompt
      *    loop accepting the same commands until quit/exit. The
       01  EDITFLAG PIC 9 VALUE 1.
       01  EDIT-ID PIC 9(5) VALUE ZERO.
       01  WS-EDIT-FOUND PIC 9 VALUE 0.
      *    The event's own zone as the edit found it, and whether
      *    the edit moved the meeting - date, time, length,
      *    recurrence or zone - which voids the answers given.
       01  WS-EDIT-OLD-ZONE PIC X(32) VALUE SPACES.
       01  WS-EDIT-RESCHEDULED PIC 9 VALUE 0.
       01  MONTHFLAG PIC 9 VALUE 1.
       01  MONTH-ARG PIC 9(6) VALUE ZERO.
       01  WS-TODAY.
       01  WS-ANCHOR-INT PIC S9(9) VALUE 0.
       01  WS-WEEK-K PIC S9(9) VALUE 0.

      *    Room and equipment booking. The resource master and the
      *    bookings file are small enough to hold whole, the way the
      *    attendees file is. A new booking is refused outright -
      *    not warned about like a diary clash - when a room it
      *    wants is already held over an overlapping range, or when
      *    the meeting has more attendees than the room seats: a
      *    second group turning up at the boardroom door is not
      *    something to say yes to at the prompt.
       01  RESADDFLAG PIC 9 VALUE 1.
       01  RESLISTFLAG PIC 9 VALUE 1.
       01  ROOMSFLAG PIC 9 VALUE 1.
       01  RES-ADD-ID PIC X(10) VALUE SPACES.
       01  RES-ADD-CAPACITY PIC 9(4) VALUE ZERO.
       01  RES-ADD-TYPE PIC X(10) VALUE SPACES.
       01  RES-ADD-NAME PIC X(40) VALUE SPACES.
       01  WS-RES-PTR PIC 9(3) VALUE 1.
       01  WS-RES-STATUS PIC XX VALUE "00".
       01  WS-RES-EOF PIC A VALUE SPACE.
       01  WS-RES-COUNT PIC 9(3) VALUE 0.
       01  WS-RES-TABLE.
           05 WS-RES OCCURS 200 TIMES.
              10 WS-RES-T-ID PIC X(10).
              10 WS-RES-T-CAPACITY PIC 9(4).
              10 WS-RES-T-TYPE PIC X(10).
              10 WS-RES-T-NAME PIC X(40).
              10 WS-RES-T-MINS PIC 9(7).
       01  WS-RES-IDX PIC 9(3) VALUE 0.
       01  WS-RES-HIT PIC 9(3) VALUE 0.
       01  WS-RES-WANT-ID PIC X(10) VALUE SPACES.
       01  IN-RESOURCES PIC X(120) VALUE SPACES.
       01  WS-BKG-STATUS PIC XX VALUE "00".
       01  WS-BKG-EOF PIC A VALUE SPACE.
       01  WS-BKG-COUNT PIC 9(5) VALUE 0.
       01  WS-BKG-TABLE.
           05 WS-BKG OCCURS 9999 TIMES.
              10 WS-BKG-T-ID PIC 9(5).
              10 WS-BKG-T-CAL PIC X(10).
              10 WS-BKG-T-RES PIC X(10).
              10 WS-BKG-T-DATE PIC 9(8).
              10 WS-BKG-T-TIME PIC 9(4).
              10 WS-BKG-T-DURATION PIC 9(4).
              10 WS-BKG-T-RECUR PIC X(6).
       01  WS-BKG-IDX PIC 9(5) VALUE 0.
       01  WS-BKG-KEEP PIC 9(5) VALUE 0.
       01  WS-BKG-WAS PIC 9(5) VALUE 0.
      *    The resources the event being saved wants, whichever way
      *    they arrived: typed at the prompt, or kept from the rows
      *    already on file when an edit leaves the prompt blank.
       01  WS-BKG-WANT-COUNT PIC 9 VALUE 0.
       01  WS-BKG-WANT-TABLE.
           05 WS-BKG-WANT OCCURS 8 TIMES PIC X(10).
       01  WS-BKG-WANT-IDX PIC 9 VALUE 0.
      *    The wanted list as it stood at the prompt, and what is
      *    left of it once tried again under the bookings lock.
       01  WS-BKG-ASKED-COUNT PIC 9 VALUE 0.
       01  WS-BKG-ASKED-TABLE.
           05 WS-BKG-ASKED OCCURS 8 TIMES PIC X(10).
       01  WS-BKG-ASKED-IDX PIC 9 VALUE 0.
       01  WS-BKG-KEPT-COUNT PIC 9 VALUE 0.
       01  WS-BKG-KEPT-TABLE.
           05 WS-BKG-KEPT OCCURS 8 TIMES PIC X(10).
       01  WS-BKG-NEW-IDS.
           05 WS-BKG-NEW-ID OCCURS 8 TIMES PIC X(20).
       01  WS-BKG-NEW-IDX PIC 9 VALUE 0.
       01  WS-BKG-REFUSED PIC 9 VALUE 0.
       01  WS-BKG-HEADS PIC 9(5) VALUE 0.
       01  WS-BKG-NEW-OCCS PIC 9(5) VALUE 0.
       01  WS-BKG-HIT PIC 9 VALUE 0.
      *    The bookings file is shared across calendars like the
      *    attendees file, and serializes under a fixed lock of its
      *    own taken on top of the calendar lock.
       01  WS-BLOCK-HELD PIC 9 VALUE 0.
       01  WS-BLOCK-SAVE-NAME PIC X(40) VALUE SPACES.
      *    Utilisation: bookable minutes are the working weekdays of
      *    the month that are not blackout dates, times the working
      *    day the free-slot finder already assumes.
       01  WS-ROOM-DAY-INT PIC S9(9) VALUE 0.
       01  WS-ROOM-WORK-DAYS PIC 9(2) VALUE 0.
       01  WS-ROOM-AVAIL-MINS PIC 9(7) VALUE 0.
       01  WS-ROOM-PCT-WORK PIC 9(5)V9 VALUE 0.
       01  WS-ROOM-PCT PIC ZZZ9.9.
       01  WS-ROOM-SEATS PIC ZZZ9.

      *    Meeting invitations and replies. Saving an event that
      *    has attendees drops one METHOD:REQUEST .ics per attendee
      *    into data/spool, addressed from data/contacts.txt, for
      *    the mailer to send. The UID carries the calendar as well
      *    as the id - ids are only unique within a calendar - so a
      *    reply finds its way back whichever calendar it was for.
       01  RSVPFLAG PIC 9 VALUE 1.
       01  RESPONSESFLAG PIC 9 VALUE 1.
       01  WS-INV-WRITTEN PIC 9(3) VALUE 0.
       01  WS-INV-UID PIC X(40) VALUE SPACES.
      *    An invitation's SEQUENCE is the number of edits the audit
      *    journal holds for the event on its calendar, so every
      *    edit sends a higher one and a reply can be told apart
      *    from an answer to an earlier version.
       01  WS-INV-SEQUENCE PIC 9(5) VALUE 0.
       01  WS-INV-SEQ-TEXT PIC Z(4)9.
       01  WS-SEQ-FOR-ID PIC 9(5) VALUE 0.
       01  WS-SEQ-FOR-CAL PIC X(10) VALUE SPACES.
       01  WS-SEQ-COUNT PIC 9(5) VALUE 0.
       01  WS-SEQ-EOF PIC A VALUE SPACE.
       01  WS-INV-ORGANIZER PIC X(60) VALUE SPACES.
       01  WS-RSV-STATUS PIC XX VALUE "00".
       01  WS-RSV-EOF PIC A VALUE SPACE.
       01  WS-RSV-COUNT PIC 9(5) VALUE 0.
       01  WS-RSV-TABLE.
           05 WS-RSV OCCURS 9999 TIMES.
              10 WS-RSV-T-ID PIC 9(5).
              10 WS-RSV-T-CAL PIC X(10).
              10 WS-RSV-T-NAME PIC X(40).
              10 WS-RSV-T-ANSWER PIC X(10).
              10 WS-RSV-T-STAMP PIC X(14).
       01  WS-RSV-IDX PIC 9(5) VALUE 0.
       01  WS-RSV-HIT PIC 9(5) VALUE 0.
       01  WS-RSV-WAS PIC 9(5) VALUE 0.
       01  WS-RLOCK-HELD PIC 9 VALUE 0.
       01  WS-RLOCK-SAVE-NAME PIC X(40) VALUE SPACES.
      *    A reply is read a property at a time, folded
      *    continuation lines (leading space) glued back on first.
      *    Outlook tends to put ATTENDEE ahead of UID, so the
      *    answers in a VEVENT are held until END:VEVENT.
       01  WS-RPY-PROP PIC X(400) VALUE SPACES.
       01  WS-RPY-UPPER PIC X(400) VALUE SPACES.
       01  WS-RPY-PTR PIC 9(3) VALUE 1.
       01  WS-RPY-POS PIC 9(3) VALUE 0.
       01  WS-RPY-METHOD PIC X(20) VALUE SPACES.
       01  WS-RPY-IN-VEVENT PIC 9 VALUE 0.
       01  WS-RPY-UID PIC X(80) VALUE SPACES.
       01  WS-RPY-ID PIC 9(5) VALUE 0.
       01  WS-RPY-CAL PIC X(10) VALUE SPACES.
       01  WS-RPY-SEQUENCE PIC 9(5) VALUE 0.
       01  WS-RPY-SEQ-SEEN PIC 9 VALUE 0.
       01  WS-RPY-ADDR PIC X(60) VALUE SPACES.
       01  WS-RPY-CN PIC X(40) VALUE SPACES.
       01  WS-RPY-ANSWER PIC X(20) VALUE SPACES.
       01  WS-RPY-ATT-COUNT PIC 9(2) VALUE 0.
       01  WS-RPY-ATT-TABLE.
           05 WS-RPY-ATT OCCURS 20 TIMES.
              10 WS-RPY-ATT-NAME PIC X(40).
              10 WS-RPY-ATT-ANSWER PIC X(10).
       01  WS-RPY-ATT-IDX PIC 9(2) VALUE 0.
       01  WS-RPY-RECORDED PIC 9(5) VALUE 0.
       01  WS-RPY-SKIPPED PIC 9(5) VALUE 0.
       01  WS-RPY-STAMP PIC X(14) VALUE SPACES.
      *    Response report: per upcoming meeting with attendees,
      *    who has not answered and who has declined.
       01  WS-RSP-MEETINGS PIC 9(5) VALUE 0.
       01  WS-RSP-OUTSTANDING PIC 9(5) VALUE 0.
       01  WS-RSP-NONE-LINE PIC X(132) VALUE SPACES.
       01  WS-RSP-NONE-PTR PIC 9(3) VALUE 1.
       01  WS-RSP-DECL-LINE PIC X(132) VALUE SPACES.
       01  WS-RSP-DECL-PTR PIC 9(3) VALUE 1.
       01  WS-RSP-HEADS PIC 9(3) VALUE 0.

      *    Nightly end-of-day run: backup, archive, verify (report
      *    only), remind and export, in that order, for each
      *    calendar in data/calendars.txt (or the -c list). Every
      *    step is checkpointed to data/nightly-run.txt, and a
      *    rerun for the same run date picks up at the first step
      *    that did not finish - a reminder already sent is not
      *    sent twice. The grid holds where each calendar/step
      *    stands for the summary page: ten calendars of five
      *    steps is what fits on it.
       01  NIGHTLYFLAG PIC 9 VALUE 1.
       01  NIGHTLY-DATE PIC 9(8) VALUE ZERO.
       01  WS-NGT-STATUS PIC XX VALUE "00".
       01  WS-NGT-EOF PIC A VALUE SPACE.
       01  WS-NCL-STATUS PIC XX VALUE "00".
       01  WS-NCL-EOF PIC A VALUE SPACE.
       01  WS-NCL-NAME PIC X(10) VALUE SPACES.
       01  WS-NGT-CAL-COUNT PIC 9(2) VALUE 0.
       01  WS-NGT-CAL-TABLE.
           05 WS-NGT-CAL OCCURS 10 TIMES PIC X(10).
       01  WS-NGT-CAL-IDX PIC 9(2) VALUE 0.
       01  WS-NGT-CAL-HIT PIC 9(2) VALUE 0.
       01  WS-NGT-STEP-LIST.
           05 FILLER PIC X(8) VALUE "BACKUP".
           05 FILLER PIC X(8) VALUE "ARCHIVE".
           05 FILLER PIC X(8) VALUE "VERIFY".
           05 FILLER PIC X(8) VALUE "REMIND".
           05 FILLER PIC X(8) VALUE "EXPORT".
       01  WS-NGT-STEP-NAMES REDEFINES WS-NGT-STEP-LIST.
           05 WS-NGT-STEP-NAME OCCURS 5 TIMES PIC X(8).
       01  WS-NGT-STEP-IDX PIC 9 VALUE 0.
       01  WS-NGT-STEP-HIT PIC 9 VALUE 0.
       01  WS-NGT-GRID.
           05 WS-NGT-G-CAL OCCURS 10 TIMES.
              10 WS-NGT-G-STEP OCCURS 5 TIMES.
                 15 WS-NGT-G-STARTED PIC X(14).
                 15 WS-NGT-G-ENDED PIC X(14).
                 15 WS-NGT-G-RECORDS PIC 9(7).
                 15 WS-NGT-G-ACTED PIC 9(7).
                 15 WS-NGT-G-RC PIC 9(3).
                 15 WS-NGT-G-STATE PIC X(8).
                 15 WS-NGT-G-PRIOR PIC 9.
       01  WS-NGT-LABEL PIC X(10) VALUE SPACES.
       01  WS-NGT-STARTED PIC X(14) VALUE SPACES.
       01  WS-NGT-ENDED PIC X(14) VALUE SPACES.
       01  WS-NGT-RECORDS PIC 9(7) VALUE 0.
       01  WS-NGT-ACTED PIC 9(7) VALUE 0.
       01  WS-NGT-RC PIC 9(3) VALUE 0.
       01  WS-NGT-STATE PIC X(8) VALUE SPACES.
       01  WS-NGT-STOPPED PIC 9 VALUE 0.
       01  WS-NGT-RUN-STARTED PIC X(14) VALUE SPACES.
       01  WS-NGT-RAN PIC 9(3) VALUE 0.
       01  WS-NGT-DONE-BEFORE PIC 9(3) VALUE 0.
       01  WS-NGT-FAILED PIC 9(3) VALUE 0.
       01  WS-NGT-WARNED PIC 9(3) VALUE 0.
       01  WS-NGT-NOT-RUN PIC 9(3) VALUE 0.
       01  WS-NGT-FAIL-CAL PIC X(10) VALUE SPACES.
       01  WS-NGT-FAIL-STEP PIC X(8) VALUE SPACES.
       01  WS-NGT-CC PIC 9 VALUE 0.
      *    What an error exit inside a step leaves in RETURN-CODE:
      *    the step's own paragraphs STOP RUN on a file they cannot
      *    open, and the scheduler must see that as a failure even
      *    though no summary page got printed.
       01  WS-NGT-ABEND-RC PIC 9(3) VALUE 16.
       01  WS-NGT-EDIT-RECORDS PIC Z(6)9.
       01  WS-NGT-EDIT-ACTED PIC Z(6)9.
       01  WS-NGT-EDIT-RC PIC ZZ9.
       01  WS-NGT-NOTE PIC X(16) VALUE SPACES.

      *    Journal reconciliation. The whole of data/audit.log is
      *    replayed for one calendar into the state it says each
      *    EVENT-ID should be in - held by id, the way ids are
      *    handed out - and that is then laid against the live
      *    master. State 0 is an id the journal never mentions, 1
      *    one it says is on file as WS-RCN-E-IMAGE, 2 one it says
      *    was deleted, archived or quarantined.
       01  RECONCILEFLAG PIC 9 VALUE 1.
       01  WS-RCN-TABLE.
           05 WS-RCN-E OCCURS 99999 TIMES.
              10 WS-RCN-E-STATE PIC 9.
              10 WS-RCN-E-SEEN PIC 9.
              10 WS-RCN-E-STAMP PIC X(14).
              10 WS-RCN-E-CMD PIC X(8).
              10 WS-RCN-E-IMAGE PIC X(175).
       01  WS-RCN-IDX PIC 9(5) VALUE 0.
       01  WS-RCN-MAX-ID PIC 9(5) VALUE 0.
       01  WS-RCN-LINES PIC 9(7) VALUE 0.
       01  WS-RCN-EXPECTED PIC 9(5) VALUE 0.
       01  WS-RCN-MASTER PIC 9(5) VALUE 0.
       01  WS-RCN-ONLY-MASTER PIC 9(5) VALUE 0.
       01  WS-RCN-MISSING PIC 9(5) VALUE 0.
       01  WS-RCN-DIFFER PIC 9(5) VALUE 0.
       01  WS-RCN-FIELD-DIFFS PIC 9(2) VALUE 0.
      *    The journal's image of the record, laid out like
      *    WS-EVENT-ENTRY so the two compare field by field.
       01  WS-RCN-X-ENTRY.
           05 WS-RCN-X-DATE PIC X(8).
           05 FILLER PIC X.
           05 WS-RCN-X-TIME PIC X(4).
           05 FILLER PIC X.
           05 WS-RCN-X-ID PIC X(5).
           05 FILLER PIC X.
           05 WS-RCN-X-RECUR-FLAG PIC X.
           05 FILLER PIC X.
           05 WS-RCN-X-RECUR-INTERVAL PIC X(6).
           05 FILLER PIC X.
           05 WS-RCN-X-CATEGORY PIC X(10).
           05 FILLER PIC X.
           05 WS-RCN-X-REMIND PIC X(5).
           05 FILLER PIC X.
           05 WS-RCN-X-DURATION PIC X(4).
           05 FILLER PIC X.
           05 WS-RCN-X-TYPE PIC X.
           05 FILLER PIC X.
           05 WS-RCN-X-STATUS PIC X.
           05 FILLER PIC X.
           05 WS-RCN-X-DESC PIC X(120).
      *    One field of the side-by-side: its name, the journal's
      *    value and the master's.
       01  WS-RCN-FIELD PIC X(10) VALUE SPACES.
       01  WS-RCN-JVAL PIC X(55) VALUE SPACES.
       01  WS-RCN-MVAL PIC X(55) VALUE SPACES.

      *    Booking request queue. Team leads who may not write to a
      *    shared calendar propose an event at the usual prompts,
      *    with a reason; it waits in data/requests.txt until an
      *    approver lists the queue (with the clashes, blackout
      *    dates and room conflicts each request would cause) and
      *    approves, rejects or counter-proposes another date/time.
      *    An approval goes through the add path proper - lock,
      *    generation backup, journal, attendees, rooms and
      *    invitations - and every decision is spooled back to the
      *    requester. PENDING and COUNTER are the open states;
      *    APPROVED, REJECTED and WITHDRAWN close a request.
       01  REQUESTFLAG PIC 9 VALUE 1.
       01  REQ-ACTION PIC X(8) VALUE SPACES.
       01  REQ-ARG-NO PIC 9(5) VALUE ZERO.
       01  REQ-ARG-DATE PIC 9(8) VALUE ZERO.
       01  REQ-ARG-TIME PIC 9(4) VALUE ZERO.
       01  REQ-ARG-TEXT PIC X(80) VALUE SPACES.
       01  WS-REQ-ARG-PTR PIC 9(3) VALUE 1.
       01  WS-REQ-STATUS PIC XX VALUE "00".
       01  WS-REQ-EOF PIC A VALUE SPACE.
       01  WS-REQ-ENTRY.
           05 WS-REQ-NO PIC 9(5).
           05 WS-REQ-SPACE1 PIC X.
           05 WS-REQ-CAL PIC X(10).
           05 WS-REQ-SPACE2 PIC X.
           05 WS-REQ-USER PIC X(20).
           05 WS-REQ-SPACE3 PIC X.
           05 WS-REQ-STATE PIC X(9).
           05 WS-REQ-SPACE4 PIC X.
           05 WS-REQ-SUBMITTED PIC X(14).
           05 WS-REQ-SPACE5 PIC X.
           05 WS-REQ-COUNTERED PIC X(14).
           05 WS-REQ-SPACE6 PIC X.
           05 WS-REQ-DECIDED PIC X(14).
           05 WS-REQ-SPACE7 PIC X.
           05 WS-REQ-DECIDER PIC X(20).
           05 WS-REQ-SPACE8 PIC X.
           05 WS-REQ-EVENT-ID PIC 9(5).
           05 WS-REQ-SPACE9 PIC X.
           05 WS-REQ-DATE PIC 9(8).
           05 WS-REQ-SPACE10 PIC X.
           05 WS-REQ-TIME PIC 9(4).
           05 WS-REQ-SPACE11 PIC X.
           05 WS-REQ-DURATION PIC 9(4).
           05 WS-REQ-SPACE12 PIC X.
           05 WS-REQ-RECUR-INTERVAL PIC X(6).
           05 WS-REQ-SPACE13 PIC X.
           05 WS-REQ-CATEGORY PIC X(10).
           05 WS-REQ-SPACE14 PIC X.
           05 WS-REQ-REMIND PIC 9(5).
           05 WS-REQ-SPACE15 PIC X.
           05 WS-REQ-ORIG-DATE PIC 9(8).
           05 WS-REQ-SPACE16 PIC X.
           05 WS-REQ-ORIG-TIME PIC 9(4).
           05 WS-REQ-SPACE17 PIC X.
           05 WS-REQ-DESC PIC X(120).
           05 WS-REQ-SPACE18 PIC X.
           05 WS-REQ-REASON PIC X(80).
           05 WS-REQ-SPACE19 PIC X.
           05 WS-REQ-ATTENDEES PIC X(120).
           05 WS-REQ-SPACE20 PIC X.
           05 WS-REQ-RESOURCES PIC X(120).
           05 WS-REQ-SPACE21 PIC X.
           05 WS-REQ-NOTE PIC X(80).
           05 WS-REQ-SPACE22 PIC X.
           05 WS-REQ-ZONE PIC X(32).
      *    The whole queue in core while one request is worked on,
      *    the way the sync path holds the master.
       01  WS-REQ-COUNT PIC 9(4) VALUE 0.
       01  WS-REQ-TABLE.
           05 WS-REQ-RAW OCCURS 2000 TIMES PIC X(734).
       01  WS-REQ-IDX PIC 9(4) VALUE 0.
       01  WS-REQ-HIT PIC 9(4) VALUE 0.
       01  WS-REQ-NEXT-NO PIC 9(5) VALUE 0.
       01  WS-REQ-SHOWN PIC 9(4) VALUE 0.
       01  WS-REQ-SEEN-RAW PIC X(734) VALUE SPACES.
       01  WS-REQ-WORD PIC X(50) VALUE SPACES.
       01  WS-REQ-TOK PIC 9 VALUE 0.
       01  WS-REQ-OK PIC 9 VALUE 0.
       01  WS-REQ-HOL-HIT PIC 9 VALUE 0.
       01  WS-QLOCK-HELD PIC 9 VALUE 0.
       01  WS-QLOCK-SAVE-NAME PIC X(40) VALUE SPACES.
      *    Weekly queue report: decisions taken in the week, and
      *    what was still open at its end, each with how long it
      *    waited - to the decision, or to the end of the week
      *    (now, if the week is not over yet).
       01  WS-REQ-WEEK-START PIC 9(8) VALUE 0.
       01  WS-REQ-WEEK-END PIC 9(8) VALUE 0.
       01  WS-REQ-WEEK-INT PIC S9(9) VALUE 0.
       01  WS-REQ-FROM-MINS PIC S9(12) VALUE 0.
       01  WS-REQ-TO-MINS PIC S9(12) VALUE 0.
       01  WS-REQ-ASOF-MINS PIC S9(12) VALUE 0.
       01  WS-REQ-SUB-MINS PIC S9(12) VALUE 0.
       01  WS-REQ-DEC-MINS PIC S9(12) VALUE 0.
       01  WS-REQ-MINS-WORK PIC S9(12) VALUE 0.
       01  WS-REQ-STAMP-WORK PIC X(14) VALUE SPACES.
       01  WS-REQ-WAIT-MINS PIC S9(12) VALUE 0.
       01  WS-REQ-WAIT-DAYS PIC ZZ9.
       01  WS-REQ-WAIT-HOURS PIC 99.
       01  WS-REQ-ROW-STATE PIC X(9) VALUE SPACES.
       01  WS-REQ-IN-WEEK PIC 9 VALUE 0.
       01  WS-REQ-APPROVED PIC 9(5) VALUE 0.
       01  WS-REQ-REJECTED PIC 9(5) VALUE 0.
       01  WS-REQ-WITHDRAWN PIC 9(5) VALUE 0.
       01  WS-REQ-OPEN PIC 9(5) VALUE 0.

      *    Time zones. EVENT-TIME stays the wall-clock time in the
      *    event's own zone; everything that compares two events or
      *    shows one to somebody elsewhere goes through UTC minutes
      *    (INTEGER-OF-DATE * 1440 + minutes of the day) worked out
      *    from the zone table. No zones on file at all means every
      *    offset is zero and the old floating times stand.
       01  ZONEFLAG PIC 9 VALUE 1.
       01  ZONE-ACTION PIC X(8) VALUE SPACES.
       01  ZONE-ARG-TZID PIC X(32) VALUE SPACES.
       01  ZONE-ARG-OFFSET PIC X(5) VALUE SPACES.
       01  ZONE-ARG-RULE PIC X(4) VALUE SPACES.
      *    -z <zone>: the zone week, month and free show times in.
       01  VIEW-ZONE PIC X(32) VALUE SPACES.
       01  IN-ZONE PIC X(32) VALUE SPACES.
       01  IN-ZONE-ANSWER PIC X(32) VALUE SPACES.
       01  WS-ZON-STATUS PIC XX VALUE "00".
       01  WS-ZON-EOF PIC A VALUE SPACE.
       01  WS-ZON-COUNT PIC 9(3) VALUE 0.
       01  WS-ZON-TABLE.
           05 WS-ZON OCCURS 100 TIMES.
              10 WS-ZON-T-TZID PIC X(32).
              10 WS-ZON-T-OFFSET PIC S9(4).
              10 WS-ZON-T-OFFSET-TEXT PIC X(5).
              10 WS-ZON-T-RULE PIC X(4).
       01  WS-ZON-IDX PIC 9(3) VALUE 0.
       01  WS-CZN-STATUS PIC XX VALUE "00".
       01  WS-CZN-EOF PIC A VALUE SPACE.
       01  WS-CZN-COUNT PIC 9(3) VALUE 0.
       01  WS-CZN-TABLE.
           05 WS-CZN OCCURS 100 TIMES.
              10 WS-CZN-T-CAL PIC X(10).
              10 WS-CZN-T-TZID PIC X(32).
       01  WS-CZN-IDX PIC 9(3) VALUE 0.
       01  WS-CZN-HIT PIC 9(3) VALUE 0.
       01  WS-CZN-KEEP PIC 9(3) VALUE 0.
       01  WS-EVZ-STATUS PIC XX VALUE "00".
       01  WS-EVZ-EOF PIC A VALUE SPACE.
       01  WS-EVZ-COUNT PIC 9(5) VALUE 0.
       01  WS-EVZ-TABLE.
           05 WS-EVZ OCCURS 9999 TIMES.
              10 WS-EVZ-T-ID PIC 9(5).
              10 WS-EVZ-T-CAL PIC X(10).
              10 WS-EVZ-T-TZID PIC X(32).
       01  WS-EVZ-IDX PIC 9(5) VALUE 0.
       01  WS-EVZ-KEEP PIC 9(5) VALUE 0.
       01  WS-EVZ-WAS PIC 9(5) VALUE 0.
      *    The event-zone file is shared across calendars like the
      *    attendees file and serializes under a lock of its own.
       01  WS-ZLOCK-HELD PIC 9 VALUE 0.
       01  WS-ZLOCK-SAVE-NAME PIC X(40) VALUE SPACES.
      *    Conversion work: the zone by name and by table slot
      *    (0 = no zone, UTC), one local date and time, and the
      *    same instant in UTC minutes.
       01  WS-TZ-WANT PIC X(32) VALUE SPACES.
       01  WS-TZ-HIT PIC 9(3) VALUE 0.
       01  WS-TZ-DATE PIC 9(8) VALUE 0.
       01  WS-TZ-TIME PIC 9(4) VALUE 0.
       01  WS-TZ-UTC PIC S9(12) VALUE 0.
       01  WS-TZ-LOCAL PIC S9(12) VALUE 0.
       01  WS-TZ-OFFSET PIC S9(4) VALUE 0.
       01  WS-TZ-STD PIC S9(4) VALUE 0.
       01  WS-TZ-YEAR PIC 9(4) VALUE 0.
       01  WS-TZ-INT PIC S9(9) VALUE 0.
       01  WS-TZ-DST-START PIC S9(12) VALUE 0.
       01  WS-TZ-DST-END PIC S9(12) VALUE 0.
       01  WS-TZ-OFFSET-TEXT PIC X(5) VALUE SPACES.
       01  WS-TZ-OFFSET-ABS PIC 9(4) VALUE 0.
       01  WS-TZ-OFFSET-HHMM PIC 9(4) VALUE 0.
      *    The zone an event's times are in: its own line in the
      *    event-zone file, else its calendar's default.
       01  WS-TZ-FOR-ID PIC 9(5) VALUE 0.
       01  WS-TZ-FOR-CAL PIC X(10) VALUE SPACES.
       01  WS-TZ-EVENT-TZID PIC X(32) VALUE SPACES.
       01  WS-TZ-OWN-TZID PIC X(32) VALUE SPACES.
       01  WS-TZ-CAL-TZID PIC X(32) VALUE SPACES.
       01  WS-TZ-PROMPT-TEXT PIC X(60) VALUE SPACES.
       01  WS-ZON-OK PIC 9 VALUE 0.
      *    The zone the occurrences being expanded into the clash
      *    table are in, and the viewer's zone once looked up.
       01  WS-TZ-OCC-HIT PIC 9(3) VALUE 0.
       01  WS-TZ-VIEW-HIT PIC 9(3) VALUE 0.
      *    Two absolute ranges being compared, in UTC minutes.
       01  WS-TZ-A-START PIC S9(12) VALUE 0.
       01  WS-TZ-A-END PIC S9(12) VALUE 0.
       01  WS-TZ-B-START PIC S9(12) VALUE 0.
       01  WS-TZ-B-END PIC S9(12) VALUE 0.
       01  WS-TZ-CLASH-SLOT PIC 9(5) VALUE 0.
      *    An occurrence as the viewer sees it, and the viewer's
      *    own today and now, for week and month under -z.
       01  WS-TZ-SHOW-DATE PIC 9(8) VALUE 0.
       01  WS-TZ-SHOW-TIME PIC 9(4) VALUE 0.
       01  WS-TZ-VIEW-TODAY PIC 9(8) VALUE 0.
       01  WS-TZ-VIEW-NOW PIC 9(4) VALUE 0.
       01  WS-TZ-VIEW-END PIC 9(8) VALUE 0.
       01  WS-TZ-MONTH-FROM PIC S9(9) VALUE 0.
       01  WS-TZ-MONTH-TO PIC S9(9) VALUE 0.
       01  WS-TZ-MCAL-WAS PIC 9(3) VALUE 0.
       01  WS-TZ-YEAR-TRY PIC 9(4) VALUE 0.
       01  WS-TZ-OCC-INT PIC S9(9) VALUE 0.
       01  WS-TZ-ROW-ADDED PIC 9 VALUE 0.
      *    Free-slot days are viewer-zone days: the UTC minute the
      *    day starts at, and a busy range relative to it.
       01  WS-TZ-DAY-BASE PIC S9(12) VALUE 0.
       01  WS-TZ-REL-START PIC S9(12) VALUE 0.
       01  WS-TZ-REL-END PIC S9(12) VALUE 0.
      *    .ics output: the DTSTART/DTEND lines for an event, and a
      *    zone's VTIMEZONE block, built once and written by both
      *    the export and the invitation spooler.
       01  WS-TZ-ICS-ZONE PIC X(32) VALUE SPACES.
       01  WS-ICS-DTSTART-LINE PIC X(80) VALUE SPACES.
       01  WS-ICS-DTEND-LINE PIC X(80) VALUE SPACES.
       01  WS-VTZ-COUNT PIC 9(2) VALUE 0.
       01  WS-VTZ-TABLE.
           05 WS-VTZ-LINE OCCURS 20 TIMES PIC X(80).
       01  WS-VTZ-IDX PIC 9(2) VALUE 0.
       01  WS-VTZ-DST-TEXT PIC X(5) VALUE SPACES.
       01  WS-VTZ-HHMM PIC 9(4) VALUE 0.
       01  WS-VTZ-KIND PIC X(8) VALUE SPACES.
       01  WS-VTZ-DTSTART PIC X(15) VALUE SPACES.
       01  WS-VTZ-RULE PIC X(30) VALUE SPACES.
       01  WS-VTZ-FROM-TEXT PIC X(5) VALUE SPACES.
       01  WS-VTZ-TO-TEXT PIC X(5) VALUE SPACES.
      *    Incoming .ics times: the TZID the feed gave (or Z for
      *    UTC), converted into the zone of the event they land on.
       01  WS-VEV-SRC-ZONE PIC X(32) VALUE SPACES.
       01  WS-VEV-SRC-UTC PIC 9 VALUE 0.
       01  WS-VEV-TZ-WORK PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
      *
           ACCEPT ARG FROM ARGUMENT-VALUE
           PERFORM UNTIL ARG = SPACES
      *    -c and -z consume their value and fetch the next token
      *    right away, so a calendar or zone name is never mistaken
      *    for a command; they may come in either order.
               PERFORM UNTIL ARG NOT EQUAL TO '-c' AND
                       ARG NOT EQUAL TO '-z'
                   IF ARG EQUAL TO '-c' THEN
                       MOVE SPACES TO ARG
                       ACCEPT ARG FROM ARGUMENT-VALUE
                       MOVE ARG TO WS-CAL-ARG
                   ELSE
                       MOVE SPACES TO ARG
                       ACCEPT ARG FROM ARGUMENT-VALUE
                       MOVE ARG TO VIEW-ZONE
                   END-IF
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
               END-PERFORM
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'ADD' THEN
                   MOVE 0 TO ADDFLAG END-IF
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'TASK' THEN
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   MOVE ARG TO MONTH-ARG
               END-IF
      *    timesheet takes an optional date inside the week wanted.
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'TIMESHEET' THEN
                   MOVE 0 TO TIMESHEETFLAG
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   IF ARG(1:8) IS NUMERIC AND
                           ARG(9:42) EQUAL TO SPACES THEN
                       MOVE ARG(1:8) TO TMS-ARG-DATE
                   ELSE
                       IF ARG NOT EQUAL TO SPACES THEN
                           MOVE 99999999 TO TMS-ARG-DATE
                       END-IF
                   END-IF
               END-IF
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'WEEK' THEN
                   MOVE 0 TO WEEKFLAG END-IF
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'REMIND' THEN
               END-IF
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'ARCHIVE' THEN
                   MOVE 0 TO ARCHIVEFLAG END-IF
      *    verify offers to repair what it finds; verify report
      *    only lists it, which needs no more than view access.
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'VERIFY' THEN
                   MOVE 0 TO VERIFYFLAG
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'REPORT' THEN
                       MOVE 1 TO WS-VER-REPORT-ONLY
                       MOVE SPACES TO ARG
                   END-IF
               END-IF
      *    holiday add eats the rest of the argument list as the
      *    holiday's name, so shutdown names can carry spaces
      *    without quoting.
                       END-IF
                   END-PERFORM
               END-IF
      *    publish and availability take the same optional tokens as
      *    free, without the minutes: dates, then an hours window.
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'PUBLISH' OR
                       FUNCTION UPPER-CASE(ARG) EQUAL TO
                       'AVAILABILITY' THEN
                   IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'PUBLISH'
                           THEN
                       MOVE 0 TO PUBLISHFLAG
                   ELSE
                       MOVE 0 TO AVAILFLAG
                   END-IF
                   MOVE 0 TO WS-FREE-ARGS-DONE
                   MOVE 0 TO WS-FREE-GOT-HOURS
                   PERFORM 4 TIMES
                       IF WS-FREE-ARGS-DONE EQUAL TO 0 THEN
                           MOVE SPACES TO ARG
                           ACCEPT ARG FROM ARGUMENT-VALUE
                           EVALUATE TRUE
                               WHEN ARG(1:8) IS NUMERIC AND
                                       ARG(9:42) EQUAL TO SPACES
                                   IF FREE-FROM EQUAL TO ZERO THEN
                                       MOVE ARG(1:8) TO FREE-FROM
                                   ELSE
                                       MOVE ARG(1:8) TO FREE-TO
                                   END-IF
                               WHEN ARG(1:4) IS NUMERIC AND
                                       ARG(5:46) EQUAL TO SPACES
                                   IF WS-FREE-GOT-HOURS EQUAL TO 0
                                           THEN
                                       MOVE ARG(1:4) TO FREE-WSTART
                                       MOVE 1 TO WS-FREE-GOT-HOURS
                                   ELSE
                                       MOVE ARG(1:4) TO FREE-WEND
                                   END-IF
                               WHEN OTHER
                                   MOVE 1 TO WS-FREE-ARGS-DONE
                           END-EVALUATE
                       END-IF
                   END-PERFORM
               END-IF
      *    find consumes its text, then greedily eats up to two bare
      *    YYYYMMDD tokens as from/to filters. Anything else left in
      *    ARG falls through to the command checks below, same as the
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   MOVE ARG TO AUDIT-ID-ARG
               END-IF
      *    note takes its id, then eats the rest of the argument
      *    list as the note the way holiday add takes its name,
      *    wrapped into lines the width of the notes file.
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'NOTE' THEN
                   MOVE 0 TO NOTEFLAG
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   MOVE ARG TO NOTE-ID
                   MOVE 0 TO NOTE-ARG-COUNT
                   MOVE SPACES TO NOTE-ARG-LINES
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   PERFORM UNTIL ARG EQUAL TO SPACES
                       MOVE ARG TO WS-NOTE-WORD
                       PERFORM APPEND-NOTE-WORD
                       MOVE SPACES TO ARG
                       ACCEPT ARG FROM ARGUMENT-VALUE
                   END-PERFORM
               END-IF
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'NOTES' THEN
                   MOVE 0 TO NOTESFLAG
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   MOVE ARG TO NOTE-ID
               END-IF
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'MINUTES' THEN
                   MOVE 0 TO MINUTESFLAG
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   MOVE ARG TO NOTE-ID
               END-IF
      *    revert takes its id, then an optional timestamp token
      *    (YYYYMMDD at least, up to the full YYYYMMDDHHMMSS);
      *    anything else left in ARG falls through like -c's token.
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   MOVE ARG TO WS-SYNC-FILENAME
               END-IF
      *    resource add takes its id, seats and type, then eats the
      *    rest of the argument list as the display name the way
      *    holiday add does, so "Training Room 2" needs no quoting.
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'RESOURCE' THEN
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'LIST' THEN
                       MOVE 0 TO RESLISTFLAG
                       MOVE SPACES TO ARG
                   END-IF
                   IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'ADD' THEN
                       MOVE 0 TO RESADDFLAG
                       MOVE SPACES TO ARG
                       ACCEPT ARG FROM ARGUMENT-VALUE
                       MOVE FUNCTION UPPER-CASE(ARG) TO RES-ADD-ID
                       MOVE SPACES TO ARG
                       ACCEPT ARG FROM ARGUMENT-VALUE
                       IF ARG NOT EQUAL TO SPACES THEN
                           COMPUTE RES-ADD-CAPACITY =
                               FUNCTION NUMVAL(ARG)
                       END-IF
                       MOVE SPACES TO ARG
                       ACCEPT ARG FROM ARGUMENT-VALUE
                       MOVE ARG TO RES-ADD-TYPE
                       MOVE SPACES TO RES-ADD-NAME
                       MOVE 1 TO WS-RES-PTR
                       MOVE SPACES TO ARG
                       ACCEPT ARG FROM ARGUMENT-VALUE
                       PERFORM UNTIL ARG EQUAL TO SPACES
                           IF WS-RES-PTR > 1 THEN
                               STRING " " DELIMITED BY SIZE
                                   INTO RES-ADD-NAME
                                   WITH POINTER WS-RES-PTR
                                   ON OVERFLOW CONTINUE
                               END-STRING
                           END-IF
                           STRING FUNCTION TRIM(ARG TRAILING)
                               DELIMITED BY SIZE INTO RES-ADD-NAME
                               WITH POINTER WS-RES-PTR
                               ON OVERFLOW CONTINUE
                           END-STRING
                           MOVE SPACES TO ARG
                           ACCEPT ARG FROM ARGUMENT-VALUE
                       END-PERFORM
                   END-IF
               END-IF
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'ROOMS' THEN
                   MOVE 0 TO ROOMSFLAG
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   MOVE ARG TO MONTH-ARG
               END-IF
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'RSVP' THEN
                   MOVE 0 TO RSVPFLAG
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   MOVE ARG TO WS-SYNC-FILENAME
               END-IF
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'RESPONSES' THEN
                   MOVE 0 TO RESPONSESFLAG END-IF
      *    nightly takes an optional run date, so a run that died
      *    before midnight can still be resumed after it; anything
      *    else falls through like -c's token.
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'NIGHTLY' THEN
                   MOVE 0 TO NIGHTLYFLAG
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   IF ARG(1:8) IS NUMERIC AND
                           ARG(9:42) EQUAL TO SPACES THEN
                       MOVE ARG(1:8) TO NIGHTLY-DATE
                       MOVE SPACES TO ARG
                       ACCEPT ARG FROM ARGUMENT-VALUE
                   END-IF
               END-IF
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'RECONCILE' THEN
                   MOVE 0 TO RECONCILEFLAG END-IF
      *    request alone queues a proposed event from the usual
      *    prompts. The approver's actions name a request number;
      *    counter takes the new date and an optional HHMM, and
      *    reject and counter eat the rest of the argument list as
      *    the reason or note, the way holiday add takes its name.
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'REQUEST' THEN
                   MOVE 0 TO REQUESTFLAG
                   MOVE "SUBMIT" TO REQ-ACTION
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   EVALUATE FUNCTION UPPER-CASE(ARG)
                       WHEN 'LIST'
                       WHEN 'REPORT'
                       WHEN 'APPROVE'
                       WHEN 'REJECT'
                       WHEN 'COUNTER'
                       WHEN 'ACCEPT'
                       WHEN 'WITHDRAW'
                           MOVE FUNCTION UPPER-CASE(ARG) TO REQ-ACTION
                           MOVE SPACES TO ARG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF REQ-ACTION EQUAL TO 'REPORT' THEN
                       ACCEPT ARG FROM ARGUMENT-VALUE
                       IF ARG(1:8) IS NUMERIC AND
                               ARG(9:42) EQUAL TO SPACES THEN
                           MOVE ARG(1:8) TO REQ-ARG-DATE
                           MOVE SPACES TO ARG
                       END-IF
                   END-IF
                   IF REQ-ACTION NOT EQUAL TO 'SUBMIT' AND
                           REQ-ACTION NOT EQUAL TO 'LIST' AND
                           REQ-ACTION NOT EQUAL TO 'REPORT' THEN
                       ACCEPT ARG FROM ARGUMENT-VALUE
                       MOVE ARG TO REQ-ARG-NO
                       MOVE SPACES TO ARG
                   END-IF
                   IF REQ-ACTION EQUAL TO 'COUNTER' THEN
                       ACCEPT ARG FROM ARGUMENT-VALUE
                       IF ARG(1:8) IS NUMERIC THEN
                           MOVE ARG(1:8) TO REQ-ARG-DATE
                       END-IF
                       MOVE SPACES TO ARG
                       ACCEPT ARG FROM ARGUMENT-VALUE
                       IF ARG(1:4) IS NUMERIC AND
                               ARG(5:46) EQUAL TO SPACES THEN
                           MOVE ARG(1:4) TO REQ-ARG-TIME
                           MOVE SPACES TO ARG
                           ACCEPT ARG FROM ARGUMENT-VALUE
                       END-IF
                   END-IF
                   IF REQ-ACTION EQUAL TO 'REJECT' THEN
                       ACCEPT ARG FROM ARGUMENT-VALUE
                   END-IF
                   IF REQ-ACTION EQUAL TO 'REJECT' OR
                           REQ-ACTION EQUAL TO 'COUNTER' THEN
                       MOVE SPACES TO REQ-ARG-TEXT
                       MOVE 1 TO WS-REQ-ARG-PTR
                       PERFORM UNTIL ARG EQUAL TO SPACES
                           MOVE ARG TO WS-REQ-WORD
                           PERFORM APPEND-REQUEST-TEXT
                           MOVE SPACES TO ARG
                           ACCEPT ARG FROM ARGUMENT-VALUE
                       END-PERFORM
                   END-IF
               END-IF
      *    zone add <tzid> <offset> [rule], zone default <tzid>|-,
      *    and plain zone (or zone list) for the table.
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'ZONE' THEN
                   MOVE 0 TO ZONEFLAG
                   MOVE 'LIST' TO ZONE-ACTION
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   EVALUATE FUNCTION UPPER-CASE(ARG)
                       WHEN 'ADD'
                           MOVE 'ADD' TO ZONE-ACTION
                           MOVE SPACES TO ARG
                           ACCEPT ARG FROM ARGUMENT-VALUE
                           MOVE ARG TO ZONE-ARG-TZID
                           MOVE SPACES TO ARG
                           ACCEPT ARG FROM ARGUMENT-VALUE
                           MOVE ARG TO ZONE-ARG-OFFSET
                           MOVE SPACES TO ARG
                           ACCEPT ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION UPPER-CASE(ARG)
                               TO ZONE-ARG-RULE
                       WHEN 'DEFAULT'
                           MOVE 'DEFAULT' TO ZONE-ACTION
                           MOVE SPACES TO ARG
                           ACCEPT ARG FROM ARGUMENT-VALUE
                           MOVE ARG TO ZONE-ARG-TZID
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
      *    access (or access list) for the grants, access denied
      *    [from [to]] for the refusals, access grant <cal> <user>
      *    view|change|admin and access revoke <cal> <user>.
               IF FUNCTION UPPER-CASE(ARG) EQUAL TO 'ACCESS' THEN
                   MOVE 0 TO ACCESSFLAG
                   MOVE 'LIST' TO ACC-ACTION
                   MOVE SPACES TO ARG
                   ACCEPT ARG FROM ARGUMENT-VALUE
                   EVALUATE FUNCTION UPPER-CASE(ARG)
                       WHEN 'GRANT'
                       WHEN 'REVOKE'
                           MOVE FUNCTION UPPER-CASE(ARG) TO ACC-ACTION
                           MOVE SPACES TO ARG
                           ACCEPT ARG FROM ARGUMENT-VALUE
                           MOVE ARG TO ACC-ARG-CAL
                           MOVE SPACES TO ARG
                           ACCEPT ARG FROM ARGUMENT-VALUE
                           MOVE ARG TO ACC-ARG-USER
                           IF ACC-ACTION EQUAL TO 'GRANT' THEN
                               MOVE SPACES TO ARG
                               ACCEPT ARG FROM ARGUMENT-VALUE
                               MOVE FUNCTION UPPER-CASE(ARG) TO
                                   ACC-ARG-LEVEL
                           END-IF
                       WHEN 'DENIED'
                           MOVE 'DENIED' TO ACC-ACTION
                           MOVE SPACES TO ARG
                           ACCEPT ARG FROM ARGUMENT-VALUE
                           IF ARG(1:8) IS NUMERIC AND
                                   ARG(9:42) EQUAL TO SPACES THEN
                               MOVE ARG(1:8) TO ACC-ARG-FROM
                               MOVE SPACES TO ARG
                               ACCEPT ARG FROM ARGUMENT-VALUE
                               IF ARG(1:8) IS NUMERIC AND
                                       ARG(9:42) EQUAL TO SPACES THEN
                                   MOVE ARG(1:8) TO ACC-ARG-TO
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               MOVE SPACES TO ARG
               ACCEPT ARG FROM ARGUMENT-VALUE
           END-PERFORM
                   OR RESTOREFLAG EQUAL TO 0 OR
                   AUDITFLAG EQUAL TO 0 OR
                   VERIFYFLAG EQUAL TO 0 OR
                   REVERTFLAG EQUAL TO 0 OR
                   RECONCILEFLAG EQUAL TO 0 OR
                   NOTEFLAG EQUAL TO 0 OR NOTESFLAG EQUAL TO 0 OR
                   MINUTESFLAG EQUAL TO 0 OR
                   (REQUESTFLAG EQUAL TO 0 AND
                   REQ-ACTION NOT EQUAL TO 'REPORT') OR
                   (ZONEFLAG EQUAL TO 0 AND
                   ZONE-ACTION EQUAL TO 'DEFAULT')) THEN
               DISPLAY "only the overlay views (listing, month, "
                   "clashes, find, free, hours, responses, timesheet, "
                   "publish, availability, nightly) can take several "
                   "calendars - name exactly one with -c"
               STOP RUN
           END-IF

               STOP RUN
           END-IF

      *    Nothing below opens a calendar until the user's access to
      *    it has been checked.
           PERFORM SET-COMMAND-ACCESS
           PERFORM CHECK-COMMAND-ACCESS
           IF WS-ACC-DENIED EQUAL TO 1 THEN
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ACCESSFLAG EQUAL TO 0 THEN
               PERFORM RUN-ACCESS-ACTION
               STOP RUN
           END-IF

           IF AUDITFLAG EQUAL TO 0 THEN
               IF AUDIT-ID-ARG EQUAL TO ZERO THEN
                   DISPLAY "usage: colendar audit <id>"
                       STOP RUN
                   END-IF
               END-IF
               PERFORM CHECK-RESOURCE-BOOKINGS
               IF WS-BKG-REFUSED EQUAL TO 1 THEN
                   DISPLAY "not added."
                   STOP RUN
               END-IF
               PERFORM BACKUP-EVENTS
               PERFORM WRITE-EVENT
               MOVE WS-EVENT-ID TO WS-ATT-FOR-ID
               PERFORM STORE-EVENT-ATTENDEES
               PERFORM STORE-EVENT-ZONE
               PERFORM STORE-EVENT-BOOKINGS
               PERFORM SPOOL-EVENT-INVITATIONS
               PERFORM RELEASE-CALENDAR-LOCK
               STOP RUN
           END-IF
                       STOP RUN
                   END-IF
               END-IF
               PERFORM CHECK-RESOURCE-BOOKINGS
               IF WS-BKG-REFUSED EQUAL TO 1 THEN
                   DISPLAY "not changed."
                   STOP RUN
               END-IF
               PERFORM BACKUP-EVENTS
               PERFORM EDIT-EVENT
               IF WS-EDIT-FOUND EQUAL TO 1 THEN
                   MOVE EDIT-ID TO WS-ATT-FOR-ID
                   PERFORM STORE-EVENT-ATTENDEES
                   PERFORM STORE-EVENT-ZONE
                   PERFORM STORE-EVENT-BOOKINGS
                   PERFORM SPOOL-EVENT-INVITATIONS
               END-IF
               PERFORM RELEASE-CALENDAR-LOCK
               STOP RUN
           END-IF

           IF NOTEFLAG EQUAL TO 0 THEN
               IF NOTE-ID EQUAL TO ZERO OR
                       NOTE-ARG-COUNT EQUAL TO 0 THEN
                   DISPLAY "usage: colendar note <id> <text>"
                   STOP RUN
               END-IF
               MOVE "note" TO WS-AUDIT-COMMAND
               MOVE 'N' TO WS-NOTE-KIND
               PERFORM ADD-EVENT-NOTE
               STOP RUN
           END-IF

           IF MINUTESFLAG EQUAL TO 0 THEN
               IF NOTE-ID EQUAL TO ZERO THEN
                   DISPLAY "usage: colendar minutes <id>"
                   STOP RUN
               END-IF
               PERFORM TAKE-EVENT-MINUTES
               STOP RUN
           END-IF

           IF NOTESFLAG EQUAL TO 0 THEN
               IF NOTE-ID EQUAL TO ZERO THEN
                   DISPLAY "usage: colendar notes <id>"
                   STOP RUN
               END-IF
               PERFORM LIST-EVENT-NOTES
               STOP RUN
           END-IF

           IF CLASHFLAG EQUAL TO 0 THEN
               PERFORM REPORT-CLASHES
               STOP RUN
               STOP RUN
           END-IF

           IF RESADDFLAG EQUAL TO 0 THEN
               IF RES-ADD-ID EQUAL TO SPACES OR
                       RES-ADD-NAME EQUAL TO SPACES THEN
                   DISPLAY "usage: colendar resource add <id> <seats> "
                       "<type> <name>"
                   STOP RUN
               END-IF
               PERFORM ADD-RESOURCE
               STOP RUN
           END-IF

           IF RESLISTFLAG EQUAL TO 0 THEN
               PERFORM LIST-RESOURCES
               STOP RUN
           END-IF

           IF ROOMSFLAG EQUAL TO 0 THEN
               MOVE MONTH-ARG(5:2) TO FMTMONTH
               IF MONTH-ARG EQUAL TO ZERO OR FMTMONTH < 1 OR
                       FMTMONTH > 12 THEN
                   DISPLAY "usage: colendar rooms YYYYMM"
                   STOP RUN
               END-IF
               PERFORM PRINT-ROOMS-REPORT
               STOP RUN
           END-IF

           IF RSVPFLAG EQUAL TO 0 THEN
               IF WS-SYNC-FILENAME EQUAL TO SPACES THEN
                   DISPLAY "usage: colendar rsvp <reply.ics>"
                   STOP RUN
               END-IF
               PERFORM RECORD-RSVP-REPLIES
               STOP RUN
           END-IF

           IF RESPONSESFLAG EQUAL TO 0 THEN
               PERFORM REPORT-RESPONSES
               STOP RUN
           END-IF

           IF NIGHTLYFLAG EQUAL TO 0 THEN
               IF NIGHTLY-DATE NOT EQUAL TO ZERO THEN
                   MOVE NIGHTLY-DATE TO IN-DATE
                   PERFORM VALIDATE-DATE
                   IF WS-DATE-VALID NOT EQUAL TO 1 THEN
                       DISPLAY "usage: colendar nightly [YYYYMMDD]"
                       STOP RUN
                   END-IF
               END-IF
               PERFORM RUN-NIGHTLY
               STOP RUN
           END-IF

           IF RECONCILEFLAG EQUAL TO 0 THEN
               PERFORM RECONCILE-JOURNAL
               STOP RUN
           END-IF

           IF REQUESTFLAG EQUAL TO 0 THEN
               PERFORM RUN-REQUEST-ACTION
               PERFORM RELEASE-CALENDAR-LOCK
               STOP RUN
           END-IF

           IF ZONEFLAG EQUAL TO 0 THEN
               PERFORM RUN-ZONE-ACTION
               STOP RUN
           END-IF

           IF LISTFLAG EQUAL TO 0 THEN
               IF LIST-CATEGORY-ARG EQUAL TO SPACES THEN
                   DISPLAY "usage: colendar list <category>"
                   STOP RUN
               END-IF
               PERFORM PRINT-EVENTS
               STOP RUN
           END-IF

           IF FREEFLAG EQUAL TO 0 THEN
               IF FREE-MINUTES EQUAL TO ZERO OR
                       FREE-WEND NOT GREATER THAN FREE-WSTART THEN
                   DISPLAY "usage: colendar free <minutes> "
                       "[from [to]] [hhmm-start [hhmm-end]]"
                   STOP RUN
               END-IF
               PERFORM FIND-FREE-SLOTS
               STOP RUN
           END-IF

           IF FINDFLAG EQUAL TO 0 THEN
               IF FIND-TEXT EQUAL TO SPACES THEN
                   DISPLAY "usage: colendar find <text> "
                       "[from-date [to-date]]"
                   STOP RUN
               END-IF
               PERFORM FIND-EVENTS
               STOP RUN
           END-IF

           IF EXPORTFLAG EQUAL TO 0 THEN
               PERFORM EXPORT-EVENTS
               STOP RUN
           END-IF

           IF IMPORTFLAG EQUAL TO 0 THEN
               PERFORM IMPORT-EVENTS
               PERFORM RELEASE-CALENDAR-LOCK
               STOP RUN
           END-IF

               STOP RUN
           END-IF

           IF TIMESHEETFLAG EQUAL TO 0 THEN
               IF TMS-ARG-DATE NOT EQUAL TO ZERO AND
                       FUNCTION TEST-DATE-YYYYMMDD(TMS-ARG-DATE)
                       NOT EQUAL TO 0 THEN
                   DISPLAY "usage: colendar timesheet [YYYYMMDD]"
                   STOP RUN
               END-IF
               PERFORM PRINT-TIMESHEET
               STOP RUN
           END-IF

           IF PUBLISHFLAG EQUAL TO 0 THEN
               PERFORM CHECK-PUBLISH-ARGS
               IF WS-PUB-BAD EQUAL TO 1 THEN
                   DISPLAY "usage: colendar publish [from [to]]"
                   STOP RUN
               END-IF
               PERFORM PUBLISH-FREE-BUSY
               STOP RUN
           END-IF

           IF AVAILFLAG EQUAL TO 0 THEN
               PERFORM CHECK-PUBLISH-ARGS
               IF WS-PUB-BAD EQUAL TO 1 OR
                       FREE-WEND NOT GREATER THAN FREE-WSTART THEN
                   DISPLAY "usage: colendar availability [YYYYMMDD] "
                       "[hhmm-start [hhmm-end]]"
                   STOP RUN
               END-IF
               PERFORM PRINT-AVAILABILITY
               STOP RUN
           END-IF

           IF PRINTFLAG EQUAL TO 0 THEN
               MOVE MONTH-ARG(5:2) TO FMTMONTH
               IF MONTH-ARG EQUAL TO ZERO OR FMTMONTH < 1 OR
           IF IN-TIME = 0 THEN
               MOVE WS-DEFAULT-TIME TO IN-TIME
           END-IF
           IF IN-TIME NOT EQUAL TO ZERO THEN
               PERFORM GET-EVENT-ZONE
           END-IF

      *    Same answer-field treatment as the remind prompt below:
      *    "0" (open-ended) stays distinguishable from blank (keep).
                   STOP RUN
           END-ACCEPT

      *    Rooms and equipment, by the ids in data/resources.txt.
      *    Same blank-keeps / "-"-clears rules as the attendees;
      *    the bookings are checked before anything is written and
      *    land in data/bookings.txt along with the names.
           DISPLAY "resources (comma separated ids, - for none, "
               "blank to keep): " WITH NO ADVANCING
           MOVE SPACES TO IN-RESOURCES
           ACCEPT IN-RESOURCES
               ON EXCEPTION
                   DISPLAY " "
                   DISPLAY "no input available, aborting."
                   STOP RUN
           END-ACCEPT

      *    A task is a deadline with a done status, not a recurring
      *    booking - the recurrence prompt does not apply, and any
      *    recurrence left on an old task record is cleared the
               END-IF
           END-IF.

       GET-EVENT-ZONE.
      *    Which zone a timed event's wall-clock time is in - only
      *    asked once some zones are on file. Blank keeps IN-ZONE
      *    (the event's own zone on an edit, none on an add), "-"
      *    goes back to following the calendar's default, and a
      *    name must be one in the table; it is kept in the
      *    table's spelling so the .ics TZID is always the same.
           PERFORM LOAD-ZONES
           IF WS-ZON-COUNT > 0 THEN
               PERFORM LOAD-CAL-ZONES
               PERFORM SET-TZ-FOR-CAL
               PERFORM SET-CAL-DEFAULT-ZONE
               MOVE 0 TO WS-ZON-OK
               PERFORM UNTIL WS-ZON-OK EQUAL TO 1
                   MOVE SPACES TO WS-TZ-PROMPT-TEXT
                   IF IN-ZONE NOT EQUAL TO SPACES THEN
                       MOVE IN-ZONE TO WS-TZ-PROMPT-TEXT
                   ELSE
                       IF WS-TZ-CAL-TZID EQUAL TO SPACES THEN
                           MOVE "floating" TO WS-TZ-PROMPT-TEXT
                       ELSE
                           STRING "calendar's, "
                               DELIMITED BY SIZE
                               WS-TZ-CAL-TZID DELIMITED BY SPACE
                               INTO WS-TZ-PROMPT-TEXT
                           END-STRING
                       END-IF
                   END-IF
                   DISPLAY "time zone (blank to keep "
                       FUNCTION TRIM(WS-TZ-PROMPT-TEXT TRAILING)
                       ", - for the calendar's): " WITH NO ADVANCING
                   MOVE SPACES TO IN-ZONE-ANSWER
                   ACCEPT IN-ZONE-ANSWER
                       ON EXCEPTION
                           DISPLAY " "
                           DISPLAY "no input available, aborting."
                           STOP RUN
                   END-ACCEPT
                   EVALUATE TRUE
                       WHEN IN-ZONE-ANSWER EQUAL TO SPACES
                           MOVE 1 TO WS-ZON-OK
                       WHEN IN-ZONE-ANSWER EQUAL TO '-'
                           MOVE SPACES TO IN-ZONE
                           MOVE 1 TO WS-ZON-OK
                       WHEN OTHER
                           MOVE IN-ZONE-ANSWER TO WS-TZ-WANT
                           PERFORM FIND-ZONE
                           IF WS-TZ-HIT EQUAL TO 0 THEN
                               DISPLAY "unknown time zone, see "
                                   "colendar zone list"
                           ELSE
                               MOVE WS-ZON-T-TZID(WS-TZ-HIT) TO
                                   IN-ZONE
                               MOVE 1 TO WS-ZON-OK
                           END-IF
                   END-EVALUATE
               END-PERFORM
           END-IF.

       SET-ADD-DEFAULTS.
      *    GET-EVENT's "blank keeps the default" fields need a
      *    starting point for a brand-new event: today, no time,
           MOVE ZERO TO IN-REMIND
           MOVE ZERO TO IN-DURATION
           MOVE 'N' TO IN-RECUR-FLAG
           MOVE SPACES TO IN-RECUR-INTERVAL
           MOVE SPACES TO IN-ZONE.

       LOAD-EDIT-DEFAULTS.
      *    GET-EVENT's "blank keeps the default" fields need the
                   MOVE WS-EVENT-RECUR-INTERVAL TO
                       IN-RECUR-INTERVAL
           END-READ
           CLOSE EVENTS
           MOVE SPACES TO IN-ZONE
           IF WS-EDIT-FOUND EQUAL TO 1 THEN
               PERFORM LOAD-ZONE-TABLES
               MOVE EDIT-ID TO WS-TZ-FOR-ID
               PERFORM SET-TZ-FOR-CAL
               PERFORM FIND-EVENT-ZONE
               MOVE WS-TZ-OWN-TZID TO IN-ZONE
           END-IF
           MOVE IN-ZONE TO WS-EDIT-OLD-ZONE.

       SETUP-CALENDARS.
      *    Split the -c list into WS-CAL-NAMES and point EVENTS at
                   INTO WS-EVENTS-FILENAME
           END-IF.

       SET-ARCHIVE-FILENAME.
      *    One archive file per calendar per year, WS-ARCHIVE-YEAR.
      *    The unnamed calendar keeps the original name, so archive
      *    files written before calendars had their own are read as
      *    belonging to it.
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           IF WS-ACTIVE-CAL EQUAL TO SPACES THEN
               STRING "data/events-archive-" WS-ARCHIVE-YEAR ".txt"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
           ELSE
               STRING "data/events-" DELIMITED BY SIZE
                   WS-ACTIVE-CAL DELIMITED BY SPACE
                   "-archive-" WS-ARCHIVE-YEAR ".txt"
                       DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILENAME
           END-IF.

       VALIDATE-DATE.
      *    Check IN-DATE's day against GET-MONTH-LENGTH for its
      *    own year/month, catching things like 20260231.
           CLOSE EVENTS.

       CHECK-CLASH-EVENT.
      *    Warn before booking over an existing event: both timed,
      *    time ranges overlapping once each is put into UTC from
      *    its own zone. An open-ended event (duration 0) occupies
      *    just its start minute. On an edit, the record being
      *    edited is not its own clash.
           MOVE 0 TO WS-CLASH-FOUND
           IF IN-TIME EQUAL TO ZERO THEN
               CONTINUE
           ELSE
               PERFORM LOAD-ZONE-TABLES
               PERFORM SET-NEW-EVENT-RANGE
               MOVE SPACE TO WS-EOF
               OPEN INPUT EVENTS
           END-IF.

       SET-NEW-EVENT-RANGE.
           PERFORM SET-IN-ZONE-HIT
           MOVE IN-DATE TO WS-TZ-DATE
           MOVE IN-TIME TO WS-TZ-TIME
           PERFORM ZONE-LOCAL-TO-UTC
           MOVE WS-TZ-UTC TO WS-TZ-A-START
           IF IN-DURATION EQUAL TO ZERO THEN
               COMPUTE WS-TZ-A-END = WS-TZ-A-START + 1
           ELSE
               COMPUTE WS-TZ-A-END = WS-TZ-A-START + IN-DURATION
           END-IF.

       CHECK-CLASH-ONE-RECORD.
           IF WS-EVENT-TIME NOT EQUAL TO ZERO AND
                   NOT (EDITFLAG EQUAL TO 0 AND
                   WS-EVENT-ID EQUAL TO EDIT-ID) THEN
               PERFORM SET-RECORD-ZONE
               MOVE WS-EVENT-DATE TO WS-TZ-DATE
               MOVE WS-EVENT-TIME TO WS-TZ-TIME
               PERFORM ZONE-LOCAL-TO-UTC
               MOVE WS-TZ-UTC TO WS-TZ-B-START
               IF WS-EVENT-DURATION EQUAL TO ZERO THEN
                   COMPUTE WS-TZ-B-END = WS-TZ-B-START + 1
               ELSE
                   COMPUTE WS-TZ-B-END =
                       WS-TZ-B-START + WS-EVENT-DURATION
               END-IF
               IF WS-TZ-A-START < WS-TZ-B-END AND
                       WS-TZ-B-START < WS-TZ-A-END THEN
                   MOVE 1 TO WS-CLASH-FOUND
                   IF WS-TZ-HIT > 0 THEN
                       DISPLAY "clashes with " WS-EVENT-ID " at "
                           WS-EVENT-DATE " " WS-EVENT-TIME " "
                           FUNCTION TRIM(WS-ZON-T-TZID(WS-TZ-HIT)
                           TRAILING) ": " WS-EVENT-DESC
                   ELSE
                       DISPLAY "clashes with " WS-EVENT-ID " at "
                           WS-EVENT-TIME ": " WS-EVENT-DESC
                   END-IF
               END-IF
           END-IF.

      *    records enter the occurrence table at their own date;
      *    WEEKLY and ANNUAL records are synthesized over the coming
      *    year the same way CALCULATE-NEXT-OCCURRENCE rolls them
      *    forward. Then every pair of timed occurrences that
      *    overlap in UTC is listed once. With a -c overlay the table
      *    holds every named calendar: the calendar sweep still only
      *    pairs bookings on the same calendar, but the per-person
      *    sweep that follows flags an attendee sitting in two
           MOVE FUNCTION DATE-OF-INTEGER(WS-OCCUR-INT) TO
               WS-CLASH-LIMIT-DATE

           PERFORM LOAD-ZONE-TABLES
           MOVE 0 TO WS-CLASH-COUNT
           MOVE 0 TO WS-CAL-IDX
           PERFORM UNTIL WS-CAL-IDX >= WS-CAL-COUNT
           END-IF.

       BUILD-CLASH-OCCURRENCES.
      *    The zone tables must be loaded; each record's
      *    occurrences are put into UTC from its own zone.
           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SET-RECORD-ZONE
                       MOVE WS-TZ-HIT TO WS-TZ-OCC-HIT
                       PERFORM ADD-CLASH-OCCURRENCES
               END-READ
           END-PERFORM
           CLOSE EVENTS.

       ADD-CLASH-OCCURRENCES.
      *    Untimed records cannot clash - skip them outright. The
      *    caller sets WS-TZ-OCC-HIT to the record's zone.
           IF WS-EVENT-TIME EQUAL TO ZERO THEN
               CONTINUE
           ELSE
           ELSE
               MOVE WS-ACTIVE-CAL TO WS-CLASH-CAL(WS-CLASH-COUNT)
           END-IF
           MOVE WS-EVENT-DESC TO WS-CLASH-DESC(WS-CLASH-COUNT)
           MOVE WS-TZ-OCC-HIT TO WS-TZ-HIT
           MOVE WS-OCCUR-DATE-NUM TO WS-TZ-DATE
           MOVE WS-EVENT-TIME TO WS-TZ-TIME
           PERFORM ZONE-LOCAL-TO-UTC
           MOVE WS-TZ-OCC-HIT TO WS-CLASH-ZHIT(WS-CLASH-COUNT)
           MOVE WS-TZ-UTC TO WS-CLASH-UTC(WS-CLASH-COUNT)
           IF WS-EVENT-DURATION EQUAL TO ZERO THEN
               COMPUTE WS-CLASH-UEND(WS-CLASH-COUNT) = WS-TZ-UTC + 1
           ELSE
               COMPUTE WS-CLASH-UEND(WS-CLASH-COUNT) =
                   WS-TZ-UTC + WS-EVENT-DURATION
           END-IF.

       CHECK-CLASH-PAIRS.
      *    Compare occurrence WS-CLASH-IDX against every later one;
      *    each overlapping pair prints exactly once. Two
      *    occurrences of the same event (a weekly against itself a
      *    week later) can never overlap, so no self-pairing guard
      *    is needed beyond the id check.
           MOVE WS-CLASH-IDX TO WS-CLASH-IDX2
           PERFORM UNTIL WS-CLASH-IDX2 >= WS-CLASH-COUNT
               ADD 1 TO WS-CLASH-IDX2
               IF WS-CLASH-UTC(WS-CLASH-IDX) <
                       WS-CLASH-UEND(WS-CLASH-IDX2) AND
                       WS-CLASH-UTC(WS-CLASH-IDX2) <
                       WS-CLASH-UEND(WS-CLASH-IDX) AND
                       WS-CLASH-CAL(WS-CLASH-IDX) EQUAL TO
                       WS-CLASH-CAL(WS-CLASH-IDX2) AND
                       WS-CLASH-ID(WS-CLASH-IDX) NOT EQUAL TO
           END-PERFORM.

       CHECK-ONE-CLASH-PAIR.
      *    The two occurrences already overlap in UTC.
           PERFORM CHECK-PAIR-ALREADY-SEEN
           IF WS-PAIR-SEEN EQUAL TO 0 THEN
               PERFORM PRINT-CLASH-PAIR
           END-IF.

       CHECK-PAIR-ALREADY-SEEN.
               WS-CLASH-ID(WS-CLASH-IDX) " at "
               WS-CLASH-TIME(WS-CLASH-IDX) " "
               WITH NO ADVANCING
           MOVE WS-CLASH-IDX TO WS-TZ-CLASH-SLOT
           PERFORM SHOW-CLASH-ZONE
           DISPLAY WS-CLASH-DESC(WS-CLASH-IDX)(1:40)
           DISPLAY "           with " WS-CLASH-ID(WS-CLASH-IDX2)
               " at " WITH NO ADVANCING
           PERFORM SHOW-OTHER-CLASH-DATE
           DISPLAY WS-CLASH-TIME(WS-CLASH-IDX2) " "
               WITH NO ADVANCING
           MOVE WS-CLASH-IDX2 TO WS-TZ-CLASH-SLOT
           PERFORM SHOW-CLASH-ZONE
           DISPLAY WS-CLASH-DESC(WS-CLASH-IDX2)(1:40).

       SHOW-CLASH-ZONE.
      *    An occurrence's time is its own zone's wall clock; name
      *    the zone so two clashing times that differ make sense.
           IF WS-CLASH-ZHIT(WS-TZ-CLASH-SLOT) > 0 THEN
               DISPLAY FUNCTION TRIM(WS-ZON-T-TZID(
                   WS-CLASH-ZHIT(WS-TZ-CLASH-SLOT)) TRAILING) " "
                   WITH NO ADVANCING
           END-IF.

       SHOW-OTHER-CLASH-DATE.
      *    Across zones the other half of a pair can fall on the
      *    day before or after - show its date when it does.
           IF WS-CLASH-DATE(WS-CLASH-IDX2) NOT EQUAL TO
                   WS-CLASH-DATE(WS-CLASH-IDX) THEN
               DISPLAY WS-CLASH-DATE(WS-CLASH-IDX2) " "
                   WITH NO ADVANCING
           END-IF.

       PRINT-HOLIDAY-CLASH.
           ADD 1 TO WS-CLASH-PAIRS
           DISPLAY "HOLIDAY CLASH " WS-CLASH-DATE(WS-CLASH-IDX)

       CHECK-PERSON-CLASH-PAIRS.
      *    Same shape as CHECK-CLASH-PAIRS, but across calendars:
      *    any two overlapping occurrences of different events are
      *    candidates, and only a shared attendee makes them a
      *    clash. A person cannot be in the ops meeting and the
      *    rooms meeting at once, whatever calendars they live on.
           MOVE WS-CLASH-IDX TO WS-CLASH-IDX2
           PERFORM UNTIL WS-CLASH-IDX2 >= WS-CLASH-COUNT
               ADD 1 TO WS-CLASH-IDX2
               IF WS-CLASH-UTC(WS-CLASH-IDX) <
                       WS-CLASH-UEND(WS-CLASH-IDX2) AND
                       WS-CLASH-UTC(WS-CLASH-IDX2) <
                       WS-CLASH-UEND(WS-CLASH-IDX) AND NOT
                       (WS-CLASH-ID(WS-CLASH-IDX) EQUAL TO
                       WS-CLASH-ID(WS-CLASH-IDX2) AND
                       WS-CLASH-CAL(WS-CLASH-IDX) EQUAL TO
           END-PERFORM.

       CHECK-ONE-PERSON-PAIR.
      *    The two occurrences already overlap in UTC.
           PERFORM FIND-SHARED-ATTENDEE
           IF WS-PERSON-HIT EQUAL TO 1 THEN
               PERFORM CHECK-PAIR-ALREADY-SEEN
               IF WS-PAIR-SEEN EQUAL TO 0 THEN
                   PERFORM PRINT-PERSON-CLASH-PAIR
               END-IF
           END-IF.

               WS-CLASH-CAL(WS-CLASH-IDX) "] at "
               WS-CLASH-TIME(WS-CLASH-IDX) " "
               WITH NO ADVANCING
           MOVE WS-CLASH-IDX TO WS-TZ-CLASH-SLOT
           PERFORM SHOW-CLASH-ZONE
           DISPLAY WS-CLASH-DESC(WS-CLASH-IDX)(1:30)
           DISPLAY "      with "
               WS-CLASH-ID(WS-CLASH-IDX2) " ["
               WS-CLASH-CAL(WS-CLASH-IDX2) "] at "
               WITH NO ADVANCING
           PERFORM SHOW-OTHER-CLASH-DATE
           DISPLAY WS-CLASH-TIME(WS-CLASH-IDX2) " "
               WITH NO ADVANCING
           MOVE WS-CLASH-IDX2 TO WS-TZ-CLASH-SLOT
           PERFORM SHOW-CLASH-ZONE
           DISPLAY WS-CLASH-DESC(WS-CLASH-IDX2)(1:30).

       LOAD-ATTENDEES.
           END-IF
           PERFORM RELEASE-ATTENDEES-LOCK.

       LOAD-RESOURCES.
      *    The whole resource master into core - no file yet just
      *    means nothing has been made bookable.
           MOVE 0 TO WS-RES-COUNT
           MOVE SPACE TO WS-RES-EOF
           OPEN INPUT RESOURCES
           IF WS-RES-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-RES-EOF = 'Y'
                   READ RESOURCES NEXT RECORD
                       AT END MOVE 'Y' TO WS-RES-EOF
                       NOT AT END
                           IF WS-RES-COUNT < 200 THEN
                               ADD 1 TO WS-RES-COUNT
                               MOVE RES-ID TO
                                   WS-RES-T-ID(WS-RES-COUNT)
                               MOVE RES-CAPACITY TO
                                   WS-RES-T-CAPACITY(WS-RES-COUNT)
                               MOVE RES-TYPE TO
                                   WS-RES-T-TYPE(WS-RES-COUNT)
                               MOVE RES-NAME TO
                                   WS-RES-T-NAME(WS-RES-COUNT)
                               MOVE 0 TO WS-RES-T-MINS(WS-RES-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESOURCES
           END-IF.

       FIND-RESOURCE.
      *    Slot of resource WS-RES-WANT-ID in the in-core master,
      *    0 when there is no such resource.
           MOVE 0 TO WS-RES-HIT
           MOVE 0 TO WS-RES-IDX
           PERFORM UNTIL WS-RES-IDX >= WS-RES-COUNT OR
                   WS-RES-HIT > 0
               ADD 1 TO WS-RES-IDX
               IF WS-RES-T-ID(WS-RES-IDX) EQUAL TO WS-RES-WANT-ID
                       THEN
                   MOVE WS-RES-IDX TO WS-RES-HIT
               END-IF
           END-PERFORM.

       LOAD-BOOKINGS.
      *    The whole bookings file into core; a missing file means
      *    nothing is booked yet.
           MOVE 0 TO WS-BKG-COUNT
           MOVE SPACE TO WS-BKG-EOF
           OPEN INPUT BOOKINGS
           IF WS-BKG-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-BKG-EOF = 'Y'
                   READ BOOKINGS NEXT RECORD
                       AT END MOVE 'Y' TO WS-BKG-EOF
                       NOT AT END
                           IF WS-BKG-COUNT < 9999 THEN
                               ADD 1 TO WS-BKG-COUNT
                               MOVE BKG-EVENT-ID TO
                                   WS-BKG-T-ID(WS-BKG-COUNT)
                               MOVE BKG-CAL TO
                                   WS-BKG-T-CAL(WS-BKG-COUNT)
                               MOVE BKG-RES-ID TO
                                   WS-BKG-T-RES(WS-BKG-COUNT)
                               MOVE BKG-DATE TO
                                   WS-BKG-T-DATE(WS-BKG-COUNT)
                               MOVE BKG-TIME TO
                                   WS-BKG-T-TIME(WS-BKG-COUNT)
                               MOVE BKG-DURATION TO
                                   WS-BKG-T-DURATION(WS-BKG-COUNT)
                               MOVE BKG-RECUR-INTERVAL TO
                                   WS-BKG-T-RECUR(WS-BKG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKINGS
           END-IF.

       REWRITE-BOOKINGS-FILE.
           OPEN OUTPUT BOOKINGS
           IF WS-BKG-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "warning: cannot write data/bookings.txt"
           ELSE
               MOVE 0 TO WS-BKG-IDX
               PERFORM UNTIL WS-BKG-IDX >= WS-BKG-COUNT
                   ADD 1 TO WS-BKG-IDX
                   MOVE WS-BKG-T-ID(WS-BKG-IDX) TO BKG-EVENT-ID
                   MOVE SPACE TO BKG-SPACE1
                   MOVE WS-BKG-T-CAL(WS-BKG-IDX) TO BKG-CAL
                   MOVE SPACE TO BKG-SPACE2
                   MOVE WS-BKG-T-RES(WS-BKG-IDX) TO BKG-RES-ID
                   MOVE SPACE TO BKG-SPACE3
                   MOVE WS-BKG-T-DATE(WS-BKG-IDX) TO BKG-DATE
                   MOVE SPACE TO BKG-SPACE4
                   MOVE WS-BKG-T-TIME(WS-BKG-IDX) TO BKG-TIME
                   MOVE SPACE TO BKG-SPACE5
                   MOVE WS-BKG-T-DURATION(WS-BKG-IDX) TO BKG-DURATION
                   MOVE SPACE TO BKG-SPACE6
                   MOVE WS-BKG-T-RECUR(WS-BKG-IDX) TO
                       BKG-RECUR-INTERVAL
                   WRITE BOOKINGS-ENTRY
               END-PERFORM
               CLOSE BOOKINGS
           END-IF.

       DROP-EVENT-BOOKING-ROWS.
      *    Compact the in-core table past the rows belonging to
      *    (WS-ATT-FOR-ID, WS-ATT-CAL-WANT), as for the attendees.
           MOVE 0 TO WS-BKG-KEEP
           MOVE 0 TO WS-BKG-IDX
           PERFORM UNTIL WS-BKG-IDX >= WS-BKG-COUNT
               ADD 1 TO WS-BKG-IDX
               IF WS-BKG-T-ID(WS-BKG-IDX) EQUAL TO WS-ATT-FOR-ID
                       AND WS-BKG-T-CAL(WS-BKG-IDX) EQUAL TO
                       WS-ATT-CAL-WANT THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-BKG-KEEP
                   MOVE WS-BKG(WS-BKG-IDX) TO WS-BKG(WS-BKG-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-BKG-KEEP TO WS-BKG-COUNT.

       CHECK-RESOURCE-BOOKINGS.
      *    Work out which resources the event being saved wants and
      *    whether it may have them. WS-BKG-REFUSED comes back 1,
      *    with the reason already on the screen, when an id is not
      *    in the resource master, when a room seats fewer than the
      *    attendee list, or when a room is already held over an
      *    overlapping range. Untimed events hold no range, the
      *    same rule the clash checks apply.
           MOVE 0 TO WS-BKG-REFUSED
           PERFORM SET-ATT-CAL-WANT
           PERFORM LOAD-BOOKINGS
           PERFORM BUILD-WANTED-RESOURCES
           IF WS-BKG-WANT-COUNT > 0 THEN
               PERFORM LOAD-RESOURCES
               PERFORM CHECK-WANTED-KNOWN
               IF WS-BKG-REFUSED EQUAL TO 0 THEN
                   PERFORM CHECK-RESOURCE-CAPACITY
               END-IF
               IF WS-BKG-REFUSED EQUAL TO 0 AND
                       IN-TIME NOT EQUAL TO ZERO THEN
                   PERFORM CHECK-RESOURCE-OVERLAPS
               END-IF
           END-IF.

       BUILD-WANTED-RESOURCES.
      *    A blank prompt on an edit keeps the rooms already booked
      *    for the event - they still have to fit its new time.
           MOVE 0 TO WS-BKG-WANT-COUNT
           MOVE SPACES TO WS-BKG-WANT-TABLE
           EVALUATE TRUE
               WHEN IN-RESOURCES EQUAL TO SPACES
                   IF EDITFLAG EQUAL TO 0 THEN
                       MOVE 0 TO WS-BKG-IDX
                       PERFORM UNTIL WS-BKG-IDX >= WS-BKG-COUNT
                           ADD 1 TO WS-BKG-IDX
                           IF WS-BKG-T-ID(WS-BKG-IDX) EQUAL TO
                                   EDIT-ID AND
                                   WS-BKG-T-CAL(WS-BKG-IDX) EQUAL TO
                                   WS-ATT-CAL-WANT THEN
                               MOVE WS-BKG-T-RES(WS-BKG-IDX) TO
                                   WS-RES-WANT-ID
                               PERFORM ADD-WANTED-RESOURCE
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN IN-RESOURCES(1:1) EQUAL TO '-' AND
                       IN-RESOURCES(2:119) EQUAL TO SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-BKG-NEW-IDS
                   UNSTRING IN-RESOURCES DELIMITED BY ","
                       INTO WS-BKG-NEW-ID(1) WS-BKG-NEW-ID(2)
                       WS-BKG-NEW-ID(3) WS-BKG-NEW-ID(4)
                       WS-BKG-NEW-ID(5) WS-BKG-NEW-ID(6)
                       WS-BKG-NEW-ID(7) WS-BKG-NEW-ID(8)
                   END-UNSTRING
                   MOVE 0 TO WS-BKG-NEW-IDX
                   PERFORM UNTIL WS-BKG-NEW-IDX >= 8
                       ADD 1 TO WS-BKG-NEW-IDX
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-BKG-NEW-ID(WS-BKG-NEW-IDX))) TO
                           WS-RES-WANT-ID
                       IF WS-RES-WANT-ID NOT EQUAL TO SPACES THEN
                           PERFORM ADD-WANTED-RESOURCE
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       ADD-WANTED-RESOURCE.
      *    Once each - "BOARD, board" is one booking, not two.
           MOVE 0 TO WS-BKG-HIT
           MOVE 0 TO WS-BKG-WANT-IDX
           PERFORM UNTIL WS-BKG-WANT-IDX >= WS-BKG-WANT-COUNT
               ADD 1 TO WS-BKG-WANT-IDX
               IF WS-BKG-WANT(WS-BKG-WANT-IDX) EQUAL TO
                       WS-RES-WANT-ID THEN
                   MOVE 1 TO WS-BKG-HIT
               END-IF
           END-PERFORM
           IF WS-BKG-HIT EQUAL TO 0 AND WS-BKG-WANT-COUNT < 8 THEN
               ADD 1 TO WS-BKG-WANT-COUNT
               MOVE WS-RES-WANT-ID TO WS-BKG-WANT(WS-BKG-WANT-COUNT)
           END-IF.

       CHECK-WANTED-KNOWN.
           MOVE 0 TO WS-BKG-WANT-IDX
           PERFORM UNTIL WS-BKG-WANT-IDX >= WS-BKG-WANT-COUNT
               ADD 1 TO WS-BKG-WANT-IDX
               MOVE WS-BKG-WANT(WS-BKG-WANT-IDX) TO WS-RES-WANT-ID
               PERFORM FIND-RESOURCE
               IF WS-RES-HIT EQUAL TO 0 THEN
                   DISPLAY "no resource "
                       FUNCTION TRIM(WS-RES-WANT-ID TRAILING)
                       " on file (resource list shows them)."
                   MOVE 1 TO WS-BKG-REFUSED
               END-IF
           END-PERFORM.

       CHECK-RESOURCE-CAPACITY.
      *    Seats 0 is equipment - a projector has no headcount.
           PERFORM COUNT-EVENT-HEADS
           MOVE 0 TO WS-BKG-WANT-IDX
           PERFORM UNTIL WS-BKG-WANT-IDX >= WS-BKG-WANT-COUNT
               ADD 1 TO WS-BKG-WANT-IDX
               MOVE WS-BKG-WANT(WS-BKG-WANT-IDX) TO WS-RES-WANT-ID
               PERFORM FIND-RESOURCE
               IF WS-RES-T-CAPACITY(WS-RES-HIT) > 0 AND
                       WS-BKG-HEADS > WS-RES-T-CAPACITY(WS-RES-HIT)
                       THEN
                   DISPLAY FUNCTION TRIM(WS-RES-WANT-ID TRAILING)
                       " seats " WS-RES-T-CAPACITY(WS-RES-HIT)
                       ", the meeting has " WS-BKG-HEADS
                       " attendee(s)."
                   MOVE 1 TO WS-BKG-REFUSED
               END-IF
           END-PERFORM.

       COUNT-EVENT-HEADS.
      *    Attendee rows the event will carry: the names the prompt
      *    just took, or the ones already on file when an edit left
      *    the prompt blank.
           MOVE 0 TO WS-BKG-HEADS
           EVALUATE TRUE
               WHEN IN-ATTENDEES EQUAL TO SPACES
                   IF EDITFLAG EQUAL TO 0 THEN
                       PERFORM LOAD-ATTENDEES
                       MOVE 0 TO WS-ATT-IDX
                       PERFORM UNTIL WS-ATT-IDX >= WS-ATT-COUNT
                           ADD 1 TO WS-ATT-IDX
                           IF WS-ATT-T-ID(WS-ATT-IDX) EQUAL TO
                                   EDIT-ID AND
                                   WS-ATT-T-CAL(WS-ATT-IDX) EQUAL TO
                                   WS-ATT-CAL-WANT THEN
                               ADD 1 TO WS-BKG-HEADS
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN IN-ATTENDEES(1:1) EQUAL TO '-' AND
                       IN-ATTENDEES(2:119) EQUAL TO SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-ATT-NEW-NAMES
                   UNSTRING IN-ATTENDEES DELIMITED BY ","
                       INTO WS-ATT-NEW-NAME(1) WS-ATT-NEW-NAME(2)
                       WS-ATT-NEW-NAME(3) WS-ATT-NEW-NAME(4)
                       WS-ATT-NEW-NAME(5) WS-ATT-NEW-NAME(6)
                       WS-ATT-NEW-NAME(7) WS-ATT-NEW-NAME(8)
                   END-UNSTRING
                   MOVE 0 TO WS-ATT-NEW-IDX
                   PERFORM UNTIL WS-ATT-NEW-IDX >= 8
                       ADD 1 TO WS-ATT-NEW-IDX
                       IF WS-ATT-NEW-NAME(WS-ATT-NEW-IDX) NOT EQUAL
                               TO SPACES THEN
                           ADD 1 TO WS-BKG-HEADS
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       CHECK-RESOURCE-OVERLAPS.
      *    The event being saved goes into the clash occurrence
      *    table first, expanded from the prompt's fields over the
      *    coming year; each other booking of a wanted resource is
      *    then expanded behind it in turn and compared in UTC,
      *    exactly as the clashes sweep compares two events.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           COMPUTE WS-OCCUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + 365
           MOVE FUNCTION DATE-OF-INTEGER(WS-OCCUR-INT) TO
               WS-CLASH-LIMIT-DATE
           PERFORM LOAD-ZONE-TABLES
           PERFORM SET-IN-ZONE-HIT
           MOVE WS-TZ-HIT TO WS-TZ-OCC-HIT
           MOVE 0 TO WS-CLASH-COUNT
           MOVE SPACES TO WS-EVENT-ENTRY
           MOVE IN-DATE TO WS-EVENT-DATE
           MOVE IN-TIME TO WS-EVENT-TIME
           MOVE IN-DURATION TO WS-EVENT-DURATION
           MOVE IN-RECUR-FLAG TO WS-EVENT-RECUR-FLAG
           MOVE IN-RECUR-INTERVAL TO WS-EVENT-RECUR-INTERVAL
           MOVE IN-DESC TO WS-EVENT-DESC
           MOVE ZERO TO WS-EVENT-ID
           PERFORM ADD-CLASH-OCCURRENCES
           MOVE WS-CLASH-COUNT TO WS-BKG-NEW-OCCS
           MOVE 0 TO WS-BKG-IDX
           PERFORM UNTIL WS-BKG-IDX >= WS-BKG-COUNT
               ADD 1 TO WS-BKG-IDX
               PERFORM CHECK-ONE-BOOKING-ROW
           END-PERFORM.

       CHECK-ONE-BOOKING-ROW.
      *    On an edit the event's own rows are not its conflict.
           MOVE 0 TO WS-BKG-HIT
           MOVE 0 TO WS-BKG-WANT-IDX
           PERFORM UNTIL WS-BKG-WANT-IDX >= WS-BKG-WANT-COUNT
               ADD 1 TO WS-BKG-WANT-IDX
               IF WS-BKG-WANT(WS-BKG-WANT-IDX) EQUAL TO
                       WS-BKG-T-RES(WS-BKG-IDX) THEN
                   MOVE 1 TO WS-BKG-HIT
               END-IF
           END-PERFORM
           IF WS-BKG-HIT EQUAL TO 1 AND
                   WS-BKG-T-TIME(WS-BKG-IDX) NOT EQUAL TO ZERO AND
                   NOT (EDITFLAG EQUAL TO 0 AND
                   WS-BKG-T-ID(WS-BKG-IDX) EQUAL TO EDIT-ID AND
                   WS-BKG-T-CAL(WS-BKG-IDX) EQUAL TO
                   WS-ATT-CAL-WANT) THEN
               MOVE WS-BKG-NEW-OCCS TO WS-CLASH-COUNT
               MOVE SPACES TO WS-EVENT-ENTRY
               MOVE WS-BKG-T-DATE(WS-BKG-IDX) TO WS-EVENT-DATE
               MOVE WS-BKG-T-TIME(WS-BKG-IDX) TO WS-EVENT-TIME
               MOVE WS-BKG-T-DURATION(WS-BKG-IDX) TO
                   WS-EVENT-DURATION
               MOVE WS-BKG-T-ID(WS-BKG-IDX) TO WS-EVENT-ID
               IF WS-BKG-T-RECUR(WS-BKG-IDX) EQUAL TO SPACES THEN
                   MOVE 'N' TO WS-EVENT-RECUR-FLAG
               ELSE
                   MOVE 'Y' TO WS-EVENT-RECUR-FLAG
                   MOVE WS-BKG-T-RECUR(WS-BKG-IDX) TO
                       WS-EVENT-RECUR-INTERVAL
               END-IF
               MOVE WS-BKG-T-ID(WS-BKG-IDX) TO WS-TZ-FOR-ID
               MOVE WS-BKG-T-CAL(WS-BKG-IDX) TO WS-TZ-FOR-CAL
               PERFORM FIND-EVENT-ZONE
               MOVE WS-TZ-HIT TO WS-TZ-OCC-HIT
               PERFORM ADD-CLASH-OCCURRENCES
               MOVE 0 TO WS-BKG-HIT
               MOVE 0 TO WS-CLASH-IDX
               PERFORM UNTIL WS-CLASH-IDX >= WS-BKG-NEW-OCCS OR
                       WS-BKG-HIT EQUAL TO 1
                   ADD 1 TO WS-CLASH-IDX
                   MOVE WS-BKG-NEW-OCCS TO WS-CLASH-IDX2
                   PERFORM UNTIL WS-CLASH-IDX2 >= WS-CLASH-COUNT OR
                           WS-BKG-HIT EQUAL TO 1
                       ADD 1 TO WS-CLASH-IDX2
                       PERFORM CHECK-BOOKING-OVERLAP
                   END-PERFORM
               END-PERFORM
               IF WS-BKG-HIT EQUAL TO 1 THEN
                   MOVE 1 TO WS-BKG-REFUSED
                   DISPLAY FUNCTION TRIM(WS-BKG-T-RES(WS-BKG-IDX)
                       TRAILING) " is already booked on "
                       WS-CLASH-DATE(WS-CLASH-IDX2) " at "
                       WS-CLASH-TIME(WS-CLASH-IDX2) " "
                       WITH NO ADVANCING
                   MOVE WS-CLASH-IDX2 TO WS-TZ-CLASH-SLOT
                   PERFORM SHOW-CLASH-ZONE
                   DISPLAY "by event "
                       WS-BKG-T-ID(WS-BKG-IDX) " ["
                       FUNCTION TRIM(WS-BKG-T-CAL(WS-BKG-IDX)
                       TRAILING) "]"
               END-IF
           END-IF.

       CHECK-BOOKING-OVERLAP.
      *    Same UTC ranges as the clashes sweep: an open-ended
      *    booking holds its start minute.
           IF WS-CLASH-UTC(WS-CLASH-IDX) <
                   WS-CLASH-UEND(WS-CLASH-IDX2) AND
                   WS-CLASH-UTC(WS-CLASH-IDX2) <
                   WS-CLASH-UEND(WS-CLASH-IDX) THEN
               MOVE 1 TO WS-BKG-HIT
           END-IF.

       STORE-EVENT-BOOKINGS.
      *    The wanted list becomes the event's rows on the active
      *    calendar, stamped with the event's date, time, duration
      *    and recurrence as just saved. An edit rewrites them even
      *    when the prompt was left blank, so a meeting that moves
      *    takes its room with it. The prompt's check ran without
      *    the lock, so the wanted list is tried again here against
      *    the bookings as they now stand before anything is added.
           IF IN-RESOURCES EQUAL TO SPACES AND
                   WS-BKG-WANT-COUNT EQUAL TO 0 THEN
               CONTINUE
           ELSE
               PERFORM SET-ATT-CAL-WANT
               PERFORM ACQUIRE-BOOKINGS-LOCK
               PERFORM LOAD-BOOKINGS
               IF WS-BKG-WANT-COUNT > 0 THEN
                   PERFORM RECHECK-WANTED-RESOURCES
               END-IF
               PERFORM DROP-EVENT-BOOKING-ROWS
               MOVE 0 TO WS-BKG-WANT-IDX
               PERFORM UNTIL WS-BKG-WANT-IDX >= WS-BKG-WANT-COUNT
                   ADD 1 TO WS-BKG-WANT-IDX
                   IF WS-BKG-COUNT < 9999 THEN
                       ADD 1 TO WS-BKG-COUNT
                       MOVE WS-ATT-FOR-ID TO WS-BKG-T-ID(WS-BKG-COUNT)
                       MOVE WS-ATT-CAL-WANT TO
                           WS-BKG-T-CAL(WS-BKG-COUNT)
                       MOVE WS-BKG-WANT(WS-BKG-WANT-IDX) TO
                           WS-BKG-T-RES(WS-BKG-COUNT)
                       MOVE IN-DATE TO WS-BKG-T-DATE(WS-BKG-COUNT)
                       MOVE IN-TIME TO WS-BKG-T-TIME(WS-BKG-COUNT)
                       MOVE IN-DURATION TO
                           WS-BKG-T-DURATION(WS-BKG-COUNT)
                       IF IN-RECUR-FLAG EQUAL TO 'Y' THEN
                           MOVE IN-RECUR-INTERVAL TO
                               WS-BKG-T-RECUR(WS-BKG-COUNT)
                       ELSE
                           MOVE SPACES TO
                               WS-BKG-T-RECUR(WS-BKG-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM REWRITE-BOOKINGS-FILE
               PERFORM RELEASE-BOOKINGS-LOCK
           END-IF.

       RECHECK-WANTED-RESOURCES.
      *    Another session may have taken a room between the prompt
      *    and this save. Each wanted resource is tried on its own,
      *    through the same checks the prompt ran; one that no
      *    longer fits is left off the event, with the reason on
      *    the screen, rather than booked twice. The event itself
      *    is already saved and stays.
           MOVE WS-BKG-WANT-TABLE TO WS-BKG-ASKED-TABLE
           MOVE WS-BKG-WANT-COUNT TO WS-BKG-ASKED-COUNT
           MOVE SPACES TO WS-BKG-KEPT-TABLE
           MOVE 0 TO WS-BKG-KEPT-COUNT
           PERFORM LOAD-RESOURCES
           MOVE 0 TO WS-BKG-ASKED-IDX
           PERFORM UNTIL WS-BKG-ASKED-IDX >= WS-BKG-ASKED-COUNT
               ADD 1 TO WS-BKG-ASKED-IDX
               PERFORM RECHECK-ONE-RESOURCE
           END-PERFORM
           MOVE WS-BKG-KEPT-TABLE TO WS-BKG-WANT-TABLE
           MOVE WS-BKG-KEPT-COUNT TO WS-BKG-WANT-COUNT
           MOVE 0 TO WS-BKG-REFUSED.

       RECHECK-ONE-RESOURCE.
           MOVE SPACES TO WS-BKG-WANT-TABLE
           MOVE WS-BKG-ASKED(WS-BKG-ASKED-IDX) TO WS-BKG-WANT(1)
           MOVE 1 TO WS-BKG-WANT-COUNT
           MOVE 0 TO WS-BKG-REFUSED
           PERFORM CHECK-WANTED-KNOWN
           IF WS-BKG-REFUSED EQUAL TO 0 THEN
               PERFORM CHECK-RESOURCE-CAPACITY
           END-IF
           IF WS-BKG-REFUSED EQUAL TO 0 AND
                   IN-TIME NOT EQUAL TO ZERO THEN
               PERFORM CHECK-RESOURCE-OVERLAPS
           END-IF
           IF WS-BKG-REFUSED EQUAL TO 0 THEN
               ADD 1 TO WS-BKG-KEPT-COUNT
               MOVE WS-BKG-ASKED(WS-BKG-ASKED-IDX) TO
                   WS-BKG-KEPT(WS-BKG-KEPT-COUNT)
           ELSE
               DISPLAY FUNCTION TRIM(WS-BKG-ASKED(WS-BKG-ASKED-IDX)
                   TRAILING) " not booked - the event is saved"
                   " without it."
           END-IF.

       PURGE-EVENT-BOOKINGS.
      *    A deleted meeting gives its rooms back. Archive leaves
      *    the rows alone - they are the utilisation history.
           PERFORM SET-ATT-CAL-WANT
           PERFORM ACQUIRE-BOOKINGS-LOCK
           PERFORM LOAD-BOOKINGS
           MOVE WS-BKG-COUNT TO WS-BKG-WAS
           PERFORM DROP-EVENT-BOOKING-ROWS
           IF WS-BKG-COUNT < WS-BKG-WAS THEN
               PERFORM REWRITE-BOOKINGS-FILE
           END-IF
           PERFORM RELEASE-BOOKINGS-LOCK.

       LOAD-ZONE-TABLES.
      *    Zone names, calendar defaults and event zones together,
      *    for the paths that compare or show events across zones.
           PERFORM LOAD-ZONES
           PERFORM LOAD-CAL-ZONES
           PERFORM LOAD-EVENT-ZONES.

       LOAD-ZONES.
      *    The zone table into core - no file means no zones, and
      *    every time stays floating. The offset text is turned
      *    into signed minutes once here; a line whose offset is
      *    not +HHMM/-HHMM is skipped rather than guessed at.
           MOVE 0 TO WS-ZON-COUNT
           MOVE SPACE TO WS-ZON-EOF
           OPEN INPUT ZONES
           IF WS-ZON-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-ZON-EOF = 'Y'
                   READ ZONES NEXT RECORD
                       AT END MOVE 'Y' TO WS-ZON-EOF
                       NOT AT END
                           IF ZON-TZID NOT EQUAL TO SPACES AND
                                   (ZON-OFFSET(1:1) EQUAL TO '+' OR
                                   ZON-OFFSET(1:1) EQUAL TO '-') AND
                                   ZON-OFFSET(2:4) IS NUMERIC AND
                                   WS-ZON-COUNT < 100 THEN
                               ADD 1 TO WS-ZON-COUNT
                               MOVE ZON-TZID TO
                                   WS-ZON-T-TZID(WS-ZON-COUNT)
                               MOVE ZON-OFFSET TO
                                   WS-ZON-T-OFFSET-TEXT(WS-ZON-COUNT)
                               COMPUTE WS-ZON-T-OFFSET(WS-ZON-COUNT) =
                                   FUNCTION NUMVAL(ZON-OFFSET(2:2))
                                   * 60 +
                                   FUNCTION NUMVAL(ZON-OFFSET(4:2))
                               IF ZON-OFFSET(1:1) EQUAL TO '-' THEN
                                   COMPUTE
                                       WS-ZON-T-OFFSET(WS-ZON-COUNT) =
                                       0 - WS-ZON-T-OFFSET(WS-ZON-COUNT)
                               END-IF
                               MOVE FUNCTION UPPER-CASE(ZON-RULE) TO
                                   WS-ZON-T-RULE(WS-ZON-COUNT)
                               IF WS-ZON-T-RULE(WS-ZON-COUNT) EQUAL TO
                                       SPACES THEN
                                   MOVE "NONE" TO
                                       WS-ZON-T-RULE(WS-ZON-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZONES
           END-IF.

       FIND-ZONE.
      *    WS-TZ-WANT to its table slot in WS-TZ-HIT, 0 if blank or
      *    unknown. Case is ignored so "europe/london" finds it.
           MOVE 0 TO WS-TZ-HIT
           IF WS-TZ-WANT NOT EQUAL TO SPACES THEN
               MOVE 0 TO WS-ZON-IDX
               PERFORM UNTIL WS-ZON-IDX >= WS-ZON-COUNT OR
                       WS-TZ-HIT > 0
                   ADD 1 TO WS-ZON-IDX
                   IF FUNCTION UPPER-CASE(WS-ZON-T-TZID(WS-ZON-IDX))
                           EQUAL TO FUNCTION UPPER-CASE(WS-TZ-WANT)
                           THEN
                       MOVE WS-ZON-IDX TO WS-TZ-HIT
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-CAL-ZONES.
           MOVE 0 TO WS-CZN-COUNT
           MOVE SPACE TO WS-CZN-EOF
           OPEN INPUT CAL-ZONES
           IF WS-CZN-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CZN-EOF = 'Y'
                   READ CAL-ZONES NEXT RECORD
                       AT END MOVE 'Y' TO WS-CZN-EOF
                       NOT AT END
                           IF CZN-CAL NOT EQUAL TO SPACES AND
                                   WS-CZN-COUNT < 100 THEN
                               ADD 1 TO WS-CZN-COUNT
                               MOVE CZN-CAL TO
                                   WS-CZN-T-CAL(WS-CZN-COUNT)
                               MOVE CZN-TZID TO
                                   WS-CZN-T-TZID(WS-CZN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-ZONES
           END-IF.

       REWRITE-CAL-ZONES-FILE.
           OPEN OUTPUT CAL-ZONES
           IF WS-CZN-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "warning: cannot write data/calzones.txt"
           ELSE
               MOVE 0 TO WS-CZN-IDX
               PERFORM UNTIL WS-CZN-IDX >= WS-CZN-COUNT
                   ADD 1 TO WS-CZN-IDX
                   MOVE WS-CZN-T-CAL(WS-CZN-IDX) TO CZN-CAL
                   MOVE SPACE TO CZN-SPACE1
                   MOVE WS-CZN-T-TZID(WS-CZN-IDX) TO CZN-TZID
                   WRITE CAL-ZONES-ENTRY
               END-PERFORM
               CLOSE CAL-ZONES
           END-IF.

       SET-TZ-FOR-CAL.
      *    The active calendar under the label the satellite files
      *    use, without disturbing WS-ATT-CAL-WANT.
           IF WS-ACTIVE-CAL EQUAL TO SPACES THEN
               MOVE "default" TO WS-TZ-FOR-CAL
           ELSE
               MOVE WS-ACTIVE-CAL TO WS-TZ-FOR-CAL
           END-IF.

       SET-CAL-DEFAULT-ZONE.
      *    WS-TZ-FOR-CAL's default zone into WS-TZ-CAL-TZID, blank
      *    if the calendar has none.
           MOVE SPACES TO WS-TZ-CAL-TZID
           MOVE 0 TO WS-CZN-HIT
           MOVE 0 TO WS-CZN-IDX
           PERFORM UNTIL WS-CZN-IDX >= WS-CZN-COUNT
               ADD 1 TO WS-CZN-IDX
               IF WS-CZN-T-CAL(WS-CZN-IDX) EQUAL TO WS-TZ-FOR-CAL
                       THEN
                   MOVE WS-CZN-IDX TO WS-CZN-HIT
                   MOVE WS-CZN-T-TZID(WS-CZN-IDX) TO WS-TZ-CAL-TZID
               END-IF
           END-PERFORM.

       LOAD-EVENT-ZONES.
           MOVE 0 TO WS-EVZ-COUNT
           MOVE SPACE TO WS-EVZ-EOF
           OPEN INPUT EVENT-ZONES
           IF WS-EVZ-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EVZ-EOF = 'Y'
                   READ EVENT-ZONES NEXT RECORD
                       AT END MOVE 'Y' TO WS-EVZ-EOF
                       NOT AT END
                           IF WS-EVZ-COUNT < 9999 THEN
                               ADD 1 TO WS-EVZ-COUNT
                               MOVE EVZ-EVENT-ID TO
                                   WS-EVZ-T-ID(WS-EVZ-COUNT)
                               MOVE EVZ-CAL TO
                                   WS-EVZ-T-CAL(WS-EVZ-COUNT)
                               MOVE EVZ-TZID TO
                                   WS-EVZ-T-TZID(WS-EVZ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-ZONES
           END-IF.

       REWRITE-EVENT-ZONES-FILE.
           OPEN OUTPUT EVENT-ZONES
           IF WS-EVZ-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "warning: cannot write data/eventzones.txt"
           ELSE
               MOVE 0 TO WS-EVZ-IDX
               PERFORM UNTIL WS-EVZ-IDX >= WS-EVZ-COUNT
                   ADD 1 TO WS-EVZ-IDX
                   MOVE WS-EVZ-T-ID(WS-EVZ-IDX) TO EVZ-EVENT-ID
                   MOVE SPACE TO EVZ-SPACE1
                   MOVE WS-EVZ-T-CAL(WS-EVZ-IDX) TO EVZ-CAL
                   MOVE SPACE TO EVZ-SPACE2
                   MOVE WS-EVZ-T-TZID(WS-EVZ-IDX) TO EVZ-TZID
                   WRITE EVENT-ZONES-ENTRY
               END-PERFORM
               CLOSE EVENT-ZONES
           END-IF.

       FIND-EVENT-ZONE.
      *    The zone event WS-TZ-FOR-ID on calendar WS-TZ-FOR-CAL is
      *    in: its own line (WS-TZ-OWN-TZID) if it has one, else the
      *    calendar default. The result is left in WS-TZ-EVENT-TZID
      *    and looked up into WS-TZ-HIT. Needs LOAD-ZONE-TABLES.
           MOVE SPACES TO WS-TZ-OWN-TZID
           MOVE 0 TO WS-EVZ-IDX
           PERFORM UNTIL WS-EVZ-IDX >= WS-EVZ-COUNT
               ADD 1 TO WS-EVZ-IDX
               IF WS-EVZ-T-ID(WS-EVZ-IDX) EQUAL TO WS-TZ-FOR-ID AND
                       WS-EVZ-T-CAL(WS-EVZ-IDX) EQUAL TO
                       WS-TZ-FOR-CAL THEN
                   MOVE WS-EVZ-T-TZID(WS-EVZ-IDX) TO WS-TZ-OWN-TZID
               END-IF
           END-PERFORM
           IF WS-TZ-OWN-TZID NOT EQUAL TO SPACES THEN
               MOVE WS-TZ-OWN-TZID TO WS-TZ-EVENT-TZID
           ELSE
               PERFORM SET-CAL-DEFAULT-ZONE
               MOVE WS-TZ-CAL-TZID TO WS-TZ-EVENT-TZID
           END-IF
           MOVE WS-TZ-EVENT-TZID TO WS-TZ-WANT
           PERFORM FIND-ZONE.

       SET-RECORD-ZONE.
      *    FIND-EVENT-ZONE for the record in WS-EVENT-ENTRY on the
      *    active calendar.
           MOVE WS-EVENT-ID TO WS-TZ-FOR-ID
           PERFORM SET-TZ-FOR-CAL
           PERFORM FIND-EVENT-ZONE.

       SET-IN-ZONE-HIT.
      *    The zone of the event at the prompts: IN-ZONE, or the
      *    active calendar's default when that is blank.
           IF IN-ZONE NOT EQUAL TO SPACES THEN
               MOVE IN-ZONE TO WS-TZ-EVENT-TZID
           ELSE
               PERFORM SET-TZ-FOR-CAL
               PERFORM SET-CAL-DEFAULT-ZONE
               MOVE WS-TZ-CAL-TZID TO WS-TZ-EVENT-TZID
           END-IF
           MOVE WS-TZ-EVENT-TZID TO WS-TZ-WANT
           PERFORM FIND-ZONE.

       SET-VIEW-ZONE-HIT.
      *    -z to its slot in WS-TZ-VIEW-HIT. A zone nobody has set
      *    up is an error rather than a silent switch to UTC.
           MOVE 0 TO WS-TZ-VIEW-HIT
           IF VIEW-ZONE NOT EQUAL TO SPACES THEN
               MOVE VIEW-ZONE TO WS-TZ-WANT
               PERFORM FIND-ZONE
               IF WS-TZ-HIT EQUAL TO 0 THEN
                   DISPLAY "unknown time zone "
                       FUNCTION TRIM(VIEW-ZONE TRAILING)
                       " - see colendar zone list."
                   STOP RUN
               END-IF
               MOVE WS-TZ-HIT TO WS-TZ-VIEW-HIT
           END-IF.

       ZONE-LOCAL-TO-UTC.
      *    WS-TZ-DATE/WS-TZ-TIME, wall clock in zone slot WS-TZ-HIT,
      *    to WS-TZ-UTC; WS-TZ-OFFSET is the offset that applied.
      *    The standard offset is tried first, then moved an hour
      *    on if that instant falls inside the year's summer time,
      *    so the repeated autumn hour reads as summer time.
           COMPUTE WS-TZ-LOCAL =
               FUNCTION INTEGER-OF-DATE(WS-TZ-DATE) * 1440 +
               FUNCTION INTEGER(WS-TZ-TIME / 100) * 60 +
               FUNCTION MOD(WS-TZ-TIME, 100)
           MOVE 0 TO WS-TZ-OFFSET
           IF WS-TZ-HIT EQUAL TO 0 THEN
               MOVE WS-TZ-LOCAL TO WS-TZ-UTC
           ELSE
               MOVE WS-ZON-T-OFFSET(WS-TZ-HIT) TO WS-TZ-STD
               MOVE WS-TZ-STD TO WS-TZ-OFFSET
               COMPUTE WS-TZ-UTC = WS-TZ-LOCAL - WS-TZ-STD
               MOVE WS-TZ-DATE(1:4) TO WS-TZ-YEAR
               PERFORM SET-ZONE-DST-RANGE
               IF WS-TZ-UTC - 60 >= WS-TZ-DST-START AND
                       WS-TZ-UTC - 60 < WS-TZ-DST-END THEN
                   SUBTRACT 60 FROM WS-TZ-UTC
                   ADD 60 TO WS-TZ-OFFSET
               END-IF
           END-IF.

       ZONE-UTC-TO-LOCAL.
      *    WS-TZ-UTC to the wall clock in zone slot WS-TZ-HIT, in
      *    WS-TZ-DATE/WS-TZ-TIME, with WS-TZ-OFFSET as applied.
           MOVE 0 TO WS-TZ-OFFSET
           IF WS-TZ-HIT > 0 THEN
               MOVE WS-ZON-T-OFFSET(WS-TZ-HIT) TO WS-TZ-STD
               MOVE WS-TZ-STD TO WS-TZ-OFFSET
               COMPUTE WS-TZ-INT =
                   FUNCTION INTEGER((WS-TZ-UTC + WS-TZ-STD) / 1440)
               MOVE FUNCTION DATE-OF-INTEGER(WS-TZ-INT) TO WS-TZ-DATE
               MOVE WS-TZ-DATE(1:4) TO WS-TZ-YEAR
               PERFORM SET-ZONE-DST-RANGE
               IF WS-TZ-UTC >= WS-TZ-DST-START AND
                       WS-TZ-UTC < WS-TZ-DST-END THEN
                   ADD 60 TO WS-TZ-OFFSET
               END-IF
           END-IF
           COMPUTE WS-TZ-LOCAL = WS-TZ-UTC + WS-TZ-OFFSET
           COMPUTE WS-TZ-INT = FUNCTION INTEGER(WS-TZ-LOCAL / 1440)
           MOVE FUNCTION DATE-OF-INTEGER(WS-TZ-INT) TO WS-TZ-DATE
           COMPUTE WS-TZ-TIME =
               FUNCTION INTEGER(FUNCTION MOD(WS-TZ-LOCAL, 1440) / 60)
               * 100 + FUNCTION MOD(WS-TZ-LOCAL, 60).

       SET-ZONE-DST-RANGE.
      *    Summer time for WS-TZ-YEAR in zone slot WS-TZ-HIT as a
      *    UTC range [WS-TZ-DST-START, WS-TZ-DST-END); an empty
      *    range for zones that keep one offset all year.
      *    INTEGER-OF-DATE counts from Monday 1601-01-01, so a day
      *    number divisible by 7 is a Sunday.
           MOVE 0 TO WS-TZ-DST-START
           MOVE 0 TO WS-TZ-DST-END
           EVALUATE WS-ZON-T-RULE(WS-TZ-HIT)
               WHEN 'EU'
                   COMPUTE WS-TZ-INT = FUNCTION INTEGER-OF-DATE(
                       WS-TZ-YEAR * 10000 + 331)
                   COMPUTE WS-TZ-INT =
                       WS-TZ-INT - FUNCTION MOD(WS-TZ-INT, 7)
                   COMPUTE WS-TZ-DST-START = WS-TZ-INT * 1440 + 60
                   COMPUTE WS-TZ-INT = FUNCTION INTEGER-OF-DATE(
                       WS-TZ-YEAR * 10000 + 1031)
                   COMPUTE WS-TZ-INT =
                       WS-TZ-INT - FUNCTION MOD(WS-TZ-INT, 7)
                   COMPUTE WS-TZ-DST-END = WS-TZ-INT * 1440 + 60
               WHEN 'US'
                   COMPUTE WS-TZ-INT = FUNCTION INTEGER-OF-DATE(
                       WS-TZ-YEAR * 10000 + 301)
                   COMPUTE WS-TZ-INT = WS-TZ-INT + 7 +
                       FUNCTION MOD(7 - FUNCTION MOD(WS-TZ-INT, 7), 7)
                   COMPUTE WS-TZ-DST-START =
                       WS-TZ-INT * 1440 + 120 - WS-TZ-STD
                   COMPUTE WS-TZ-INT = FUNCTION INTEGER-OF-DATE(
                       WS-TZ-YEAR * 10000 + 1101)
                   COMPUTE WS-TZ-INT = WS-TZ-INT +
                       FUNCTION MOD(7 - FUNCTION MOD(WS-TZ-INT, 7), 7)
                   COMPUTE WS-TZ-DST-END =
                       WS-TZ-INT * 1440 + 60 - WS-TZ-STD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FORMAT-TZ-OFFSET.
      *    WS-TZ-OFFSET minutes as +HHMM/-HHMM in WS-TZ-OFFSET-TEXT.
           IF WS-TZ-OFFSET < 0 THEN
               MOVE '-' TO WS-TZ-OFFSET-TEXT(1:1)
               COMPUTE WS-TZ-OFFSET-ABS = 0 - WS-TZ-OFFSET
           ELSE
               MOVE '+' TO WS-TZ-OFFSET-TEXT(1:1)
               MOVE WS-TZ-OFFSET TO WS-TZ-OFFSET-ABS
           END-IF
           COMPUTE WS-TZ-OFFSET-HHMM =
               FUNCTION INTEGER(WS-TZ-OFFSET-ABS / 60) * 100 +
               FUNCTION MOD(WS-TZ-OFFSET-ABS, 60)
           MOVE WS-TZ-OFFSET-HHMM TO WS-TZ-OFFSET-TEXT(2:4).

       DROP-EVENT-ZONE-ROWS.
      *    Compact the in-core table past the line belonging to
      *    (WS-ATT-FOR-ID, WS-ATT-CAL-WANT).
           MOVE 0 TO WS-EVZ-KEEP
           MOVE 0 TO WS-EVZ-IDX
           PERFORM UNTIL WS-EVZ-IDX >= WS-EVZ-COUNT
               ADD 1 TO WS-EVZ-IDX
               IF WS-EVZ-T-ID(WS-EVZ-IDX) EQUAL TO WS-ATT-FOR-ID
                       AND WS-EVZ-T-CAL(WS-EVZ-IDX) EQUAL TO
                       WS-ATT-CAL-WANT THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-EVZ-KEEP
                   MOVE WS-EVZ(WS-EVZ-IDX) TO WS-EVZ(WS-EVZ-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-EVZ-KEEP TO WS-EVZ-COUNT.

       STORE-EVENT-ZONE.
      *    The zone from the prompts for event WS-ATT-FOR-ID on the
      *    active calendar. Blank leaves no line, so the event goes
      *    with its calendar's default; the file is only rewritten
      *    when there is a line to write or one went away.
           PERFORM SET-ATT-CAL-WANT
           PERFORM ACQUIRE-ZONES-LOCK
           PERFORM LOAD-EVENT-ZONES
           MOVE WS-EVZ-COUNT TO WS-EVZ-WAS
           PERFORM DROP-EVENT-ZONE-ROWS
           IF IN-ZONE NOT EQUAL TO SPACES AND WS-EVZ-COUNT < 9999
                   THEN
               ADD 1 TO WS-EVZ-COUNT
               MOVE WS-ATT-FOR-ID TO WS-EVZ-T-ID(WS-EVZ-COUNT)
               MOVE WS-ATT-CAL-WANT TO WS-EVZ-T-CAL(WS-EVZ-COUNT)
               MOVE IN-ZONE TO WS-EVZ-T-TZID(WS-EVZ-COUNT)
           END-IF
           IF IN-ZONE NOT EQUAL TO SPACES OR
                   WS-EVZ-COUNT < WS-EVZ-WAS THEN
               PERFORM REWRITE-EVENT-ZONES-FILE
           END-IF
           PERFORM RELEASE-ZONES-LOCK.

       PURGE-EVENT-ZONE.
           PERFORM SET-ATT-CAL-WANT
           PERFORM ACQUIRE-ZONES-LOCK
           PERFORM LOAD-EVENT-ZONES
           MOVE WS-EVZ-COUNT TO WS-EVZ-WAS
           PERFORM DROP-EVENT-ZONE-ROWS
           IF WS-EVZ-COUNT < WS-EVZ-WAS THEN
               PERFORM REWRITE-EVENT-ZONES-FILE
           END-IF
           PERFORM RELEASE-ZONES-LOCK.

       WRITE-EVENT.
           PERFORM APPEND-EVENT.

       APPEND-EVENT.
      *    Append IN-DATE/IN-TIME/IN-DESC/... to EVENTS as a new
      *    record, without re-sorting - callers that add many
      *    records in one pass (bulk import) sort once at the end.
      *    A caller that has already seeded WS-NEXT-ID itself (bulk
      *    import, via LOAD-IMPORT-STATE) sets WS-SKIP-ID-SCAN so this
      *    paragraph trusts that value and just bumps it, instead of
      *    re-scanning all of EVENTS for the next free id.
           IF WS-SKIP-ID-SCAN EQUAL TO 0 THEN
               PERFORM GET-NEXT-EVENT-ID
           END-IF
           OPEN I-O EVENTS
           PERFORM CHECK-EVENTS-OPEN
               MOVE IN-DATE TO WS-EVENT-DATE
               MOVE IN-TIME TO WS-EVENT-TIME
               MOVE IN-DESC TO WS-EVENT-DESC
               MOVE WS-NEXT-ID TO WS-EVENT-ID
               MOVE IN-RECUR-FLAG TO WS-EVENT-RECUR-FLAG
               MOVE IN-RECUR-INTERVAL TO WS-EVENT-RECUR-INTERVAL
               MOVE IN-CATEGORY TO WS-EVENT-CATEGORY
               MOVE IN-REMIND TO WS-EVENT-REMIND
               MOVE IN-DURATION TO WS-EVENT-DURATION
               MOVE IN-TYPE TO WS-EVENT-TYPE
               MOVE SPACE TO WS-EVENT-STATUS
               MOVE SPACE TO WS-EVENT-SPACE1
               MOVE SPACE TO WS-EVENT-SPACE2
               MOVE SPACE TO WS-EVENT-SPACE3
               MOVE SPACE TO WS-EVENT-SPACE4
               MOVE SPACE TO WS-EVENT-SPACE5
               MOVE SPACE TO WS-EVENT-SPACE6
               MOVE SPACE TO WS-EVENT-SPACE7
               MOVE SPACE TO WS-EVENT-SPACE8
               MOVE SPACE TO WS-EVENT-SPACE9
               MOVE SPACE TO WS-EVENT-SPACE10
               WRITE EVENT-ENTRY FROM WS-EVENT-ENTRY
                   INVALID KEY
                       DISPLAY "event id " WS-EVENT-ID
                           " already on file, not written."
               END-WRITE
           CLOSE EVENTS
      *    Journal the record as written; WS-AUDIT-COMMAND carries
      *    whichever command drove this (add or import).
           MOVE WS-EVENT-ID TO WS-AUDIT-REC-ID
           MOVE "AFTER" TO WS-AUDIT-TAG
           MOVE WS-EVENT-ENTRY TO WS-AUDIT-IMAGE
           PERFORM WRITE-AUDIT-RECORD
           IF WS-SKIP-ID-SCAN EQUAL TO 1 THEN
               ADD 1 TO WS-NEXT-ID
           END-IF.

       GET-NEXT-EVENT-ID.
      *    Scan the existing EVENTS file for the highest EVENT-ID
      *    in use so a freshly written record gets a unique one -
      *    and past any id the journal has seen on this calendar,
      *    so an archived or deleted event's id is not reused.
           MOVE 1 TO WS-NEXT-ID
           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EVENT-ID >= WS-NEXT-ID THEN
                           COMPUTE WS-NEXT-ID = WS-EVENT-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS
           PERFORM RAISE-NEXT-ID-FROM-JOURNAL.

       RAISE-NEXT-ID-FROM-JOURNAL.
      *    WS-NEXT-ID in, raised past every id data/audit.log holds
      *    for the active calendar. No journal leaves it alone.
           IF WS-ACTIVE-CAL EQUAL TO SPACES THEN
               MOVE "default" TO WS-IDH-CAL-WANT
           ELSE
               MOVE WS-ACTIVE-CAL TO WS-IDH-CAL-WANT
           END-IF
           MOVE SPACE TO WS-IDH-EOF
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-IDH-EOF = 'Y'
                   READ AUDIT-LOG NEXT RECORD INTO WS-IDH-LINE
                       AT END MOVE 'Y' TO WS-IDH-EOF
                       NOT AT END
                           IF WS-IDH-CAL EQUAL TO WS-IDH-CAL-WANT AND
                                   WS-IDH-ID IS NUMERIC AND
                                   WS-IDH-ID >= WS-NEXT-ID THEN
                               COMPUTE WS-NEXT-ID = WS-IDH-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       EDIT-EVENT.
      *    Read the record straight off its id key and rewrite it in
      *    place with what was just entered through GET-EVENT. The
      *    id itself is left unchanged. A meeting that has moved
      *    loses the answers given to the old time - the invitation
      *    that follows asks everyone again.
           MOVE 0 TO WS-EDIT-FOUND
           MOVE 0 TO WS-EDIT-RESCHEDULED
           OPEN I-O EVENTS
           PERFORM CHECK-EVENTS-OPEN
           MOVE EDIT-ID TO EVENT-ID
           READ EVENTS RECORD INTO WS-EVENT-ENTRY
               INVALID KEY MOVE 0 TO WS-EDIT-FOUND
               NOT INVALID KEY MOVE 1 TO WS-EDIT-FOUND
           END-READ
           IF WS-EDIT-FOUND EQUAL TO 1 THEN
               MOVE WS-EVENT-ENTRY TO WS-EDIT-BEFORE-IMAGE
               IF IN-DATE NOT EQUAL TO WS-EVENT-DATE OR
                       IN-TIME NOT EQUAL TO WS-EVENT-TIME OR
                       IN-DURATION NOT EQUAL TO WS-EVENT-DURATION OR
                       IN-RECUR-FLAG NOT EQUAL TO
                       WS-EVENT-RECUR-FLAG OR
                       IN-RECUR-INTERVAL NOT EQUAL TO
                       WS-EVENT-RECUR-INTERVAL OR
                       IN-ZONE NOT EQUAL TO WS-EDIT-OLD-ZONE THEN
                   MOVE 1 TO WS-EDIT-RESCHEDULED
               END-IF
               MOVE IN-DATE TO WS-EVENT-DATE
               MOVE IN-TIME TO WS-EVENT-TIME
               MOVE IN-DESC TO WS-EVENT-DESC
               MOVE IN-RECUR-FLAG TO WS-EVENT-RECUR-FLAG
               MOVE IN-RECUR-INTERVAL TO WS-EVENT-RECUR-INTERVAL
               MOVE IN-CATEGORY TO WS-EVENT-CATEGORY
               MOVE IN-REMIND TO WS-EVENT-REMIND
               MOVE IN-DURATION TO WS-EVENT-DURATION
               MOVE WS-EVENT-ENTRY TO WS-EDIT-AFTER-IMAGE
               REWRITE EVENT-ENTRY FROM WS-EVENT-ENTRY
           END-IF
           CLOSE EVENTS
           IF WS-EDIT-FOUND EQUAL TO 0 THEN
               DISPLAY "no event with id " EDIT-ID " found."
           ELSE
               MOVE "edit" TO WS-AUDIT-COMMAND
               MOVE EDIT-ID TO WS-AUDIT-REC-ID
               MOVE "BEFORE" TO WS-AUDIT-TAG
               MOVE WS-EDIT-BEFORE-IMAGE TO WS-AUDIT-IMAGE
               PERFORM WRITE-AUDIT-RECORD
               MOVE "AFTER" TO WS-AUDIT-TAG
               MOVE WS-EDIT-AFTER-IMAGE TO WS-AUDIT-IMAGE
               PERFORM WRITE-AUDIT-RECORD
               IF WS-EDIT-RESCHEDULED EQUAL TO 1 THEN
                   MOVE EDIT-ID TO WS-ATT-FOR-ID
                   PERFORM PURGE-EVENT-RSVPS
               END-IF
           END-IF.

       DELETE-EVENT.
      *    Read the record straight off its id key and delete it in
      *    place. The generation backup is taken only once the id
      *    is known to exist - a typo'd delete must not rotate a
      *    real generation off the history while changing nothing.
           MOVE 0 TO WS-DELETE-FOUND
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
           MOVE DEL-ID TO EVENT-ID
           READ EVENTS RECORD INTO WS-EVENT-ENTRY
               INVALID KEY MOVE 0 TO WS-DELETE-FOUND
               NOT INVALID KEY MOVE 1 TO WS-DELETE-FOUND
           END-READ
           CLOSE EVENTS
           IF WS-DELETE-FOUND EQUAL TO 1 THEN
               MOVE WS-EVENT-ENTRY TO WS-EDIT-BEFORE-IMAGE
               PERFORM BACKUP-EVENTS
               OPEN I-O EVENTS
               PERFORM CHECK-EVENTS-OPEN
               MOVE DEL-ID TO EVENT-ID
               READ EVENTS RECORD INTO WS-EVENT-ENTRY
                   INVALID KEY MOVE 0 TO WS-DELETE-FOUND
               END-READ
               IF WS-DELETE-FOUND EQUAL TO 1 THEN
                   DELETE EVENTS RECORD
               END-IF
               CLOSE EVENTS
           END-IF
           IF WS-DELETE-FOUND EQUAL TO 0 THEN
               DISPLAY "no event with id " DEL-ID " found."
           ELSE
               MOVE "delete" TO WS-AUDIT-COMMAND
               MOVE DEL-ID TO WS-AUDIT-REC-ID
               MOVE "BEFORE" TO WS-AUDIT-TAG
               MOVE WS-EDIT-BEFORE-IMAGE TO WS-AUDIT-IMAGE
               PERFORM WRITE-AUDIT-RECORD
               MOVE DEL-ID TO WS-ATT-FOR-ID
               PERFORM PURGE-EVENT-ATTENDEES
               PERFORM PURGE-EVENT-ZONE
               PERFORM PURGE-EVENT-BOOKINGS
               PERFORM PURGE-EVENT-RSVPS
               MOVE DEL-ID TO NOTE-ID
               PERFORM PURGE-EVENT-NOTES
           END-IF.

       MARK-TASK-DONE.
      *    Close out a task by id: direct keyed read, flip the
      *    status, rewrite in place, journal the flip. The
      *    generation backup is taken only once the id has passed
      *    every check - a typo'd or repeated done must not rotate
      *    a real generation off the history while changing nothing.
           MOVE 0 TO WS-DONE-FOUND
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
           MOVE DONE-ID TO EVENT-ID
           READ EVENTS RECORD INTO WS-EVENT-ENTRY
               INVALID KEY MOVE 0 TO WS-DONE-FOUND
               NOT INVALID KEY MOVE 1 TO WS-DONE-FOUND
           END-READ
           CLOSE EVENTS
           IF WS-DONE-FOUND EQUAL TO 0 THEN
               DISPLAY "no event with id " DONE-ID " found."
           ELSE
               IF WS-EVENT-TYPE NOT EQUAL TO 'T' THEN
                   DISPLAY DONE-ID " is not a task."
               ELSE
                   IF WS-EVENT-STATUS EQUAL TO 'D' THEN
                       DISPLAY "task " DONE-ID " is already done."
                   ELSE
                       PERFORM BACKUP-EVENTS
                       OPEN I-O EVENTS
                       PERFORM CHECK-EVENTS-OPEN
                       MOVE DONE-ID TO EVENT-ID
                       READ EVENTS RECORD INTO WS-EVENT-ENTRY
                           INVALID KEY MOVE 0 TO WS-DONE-FOUND
                       END-READ
                       MOVE WS-EVENT-ENTRY TO WS-EDIT-BEFORE-IMAGE
                       MOVE 'D' TO WS-EVENT-STATUS
                       MOVE WS-EVENT-ENTRY TO WS-EDIT-AFTER-IMAGE
                       IF WS-DONE-FOUND EQUAL TO 1 THEN
                           REWRITE EVENT-ENTRY FROM WS-EVENT-ENTRY
                       END-IF
                       CLOSE EVENTS
                       MOVE "done" TO WS-AUDIT-COMMAND
                       MOVE DONE-ID TO WS-AUDIT-REC-ID
                       MOVE "BEFORE" TO WS-AUDIT-TAG
                       MOVE WS-EDIT-BEFORE-IMAGE TO WS-AUDIT-IMAGE
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE "AFTER" TO WS-AUDIT-TAG
                       MOVE WS-EDIT-AFTER-IMAGE TO WS-AUDIT-IMAGE
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY "task " DONE-ID " marked done."
                   END-IF
               END-IF
           END-IF.

       ARCHIVE-OLD-EVENTS.
      *    Move every past, non-recurring record out of EVENTS and
      *    into a dated archive file, leaving the working file with
      *    only future events (and recurring anchors) to sort.
           IF WS-ARCHIVE-BACKED-UP EQUAL TO 1 THEN
               IF WS-LOCK-HELD EQUAL TO 0 THEN
                   PERFORM ACQUIRE-CALENDAR-LOCK
               END-IF
           ELSE
               PERFORM BACKUP-EVENTS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ARCHIVE-YEAR
           PERFORM SET-ARCHIVE-FILENAME
           MOVE 0 TO WS-ARCHIVE-COUNT
           MOVE 0 TO WS-ARCHIVE-READ
           MOVE ZEROS TO WS-NTA-SLOTS
           MOVE 0 TO WS-NTA-EVT-COUNT

           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
           OPEN OUTPUT EVENTS-TMP
           OPEN EXTEND ARCHIVE-EVENTS
           IF WS-ARCHIVE-STATUS EQUAL TO '35' THEN
               OPEN OUTPUT ARCHIVE-EVENTS
           END-IF
           IF WS-ARCHIVE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open archive file "
                   WS-ARCHIVE-FILENAME
               CLOSE EVENTS
               CLOSE EVENTS-TMP
               PERFORM RELEASE-CALENDAR-LOCK
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-READ
      *    A task only leaves the master once it is marked done -
      *    an unfinished deadline must keep nagging, not vanish
      *    into the archive. A done task goes regardless of any
      *    recurrence flag left on it; the recurrence guard is for
      *    events, whose anchors must stay.
                       IF WS-EVENT-DATE NOT > FUNCTION CURRENT-DATE
                               AND ((WS-EVENT-TYPE EQUAL TO 'T' AND
                               WS-EVENT-STATUS EQUAL TO 'D') OR
                               (WS-EVENT-TYPE NOT EQUAL TO 'T' AND
                               WS-EVENT-RECUR-FLAG NOT EQUAL TO
                               'Y')) THEN
                           WRITE ARCHIVE-EVENTS-ENTRY FROM
                               WS-EVENT-ENTRY
                           ADD 1 TO WS-ARCHIVE-COUNT
                           MOVE "archive" TO WS-AUDIT-COMMAND
                           PERFORM AUDIT-REMOVED-EVENT
                           PERFORM NOTE-ARCHIVED-EVENT
                       ELSE
                           WRITE EVENTS-TMP-ENTRY FROM WS-EVENT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS
           CLOSE EVENTS-TMP
           CLOSE ARCHIVE-EVENTS

           PERFORM COPY-TMP-TO-EVENTS
           DISPLAY "archived " WS-ARCHIVE-COUNT " event(s) to "
               WS-ARCHIVE-FILENAME
           IF WS-NTA-EVT-COUNT > 0 THEN
               PERFORM ARCHIVE-EVENT-NOTES
               PERFORM ARCHIVE-EVENT-RSVPS
           END-IF.

       AUDIT-REMOVED-EVENT.
      *    A record leaving the master other than by delete - moved
      *    to the archive, or quarantined to the reject file - is
      *    journalled like a delete: its image as a BEFORE line with
      *    no AFTER, under the command that moved it.
           MOVE WS-EVENT-ID TO WS-AUDIT-REC-ID
           MOVE "BEFORE" TO WS-AUDIT-TAG
           MOVE WS-EVENT-ENTRY TO WS-AUDIT-IMAGE
           PERFORM WRITE-AUDIT-RECORD.

       ADD-HOLIDAY.
      *    Append one blackout date; the same existence check the
      *    event prompts get, so a typo'd date can't poison every
      *    view that honours the file.
           MOVE HOL-ADD-DATE TO IN-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID NOT EQUAL TO 1 THEN
               DISPLAY "that date doesn't exist."
           ELSE
               OPEN EXTEND HOLIDAYS
               IF WS-HOL-STATUS EQUAL TO '35' THEN
                   OPEN OUTPUT HOLIDAYS
               END-IF
               IF WS-HOL-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "cannot open data/holidays.txt"
               ELSE
                   MOVE HOL-ADD-DATE TO HOL-DATE
                   MOVE SPACE TO HOL-SPACE1
                   MOVE HOL-ADD-NAME TO HOL-NAME
                   WRITE HOLIDAYS-ENTRY
                   CLOSE HOLIDAYS
                   DISPLAY "holiday " HOL-ADD-DATE " added: "
                       FUNCTION TRIM(HOL-ADD-NAME TRAILING)
               END-IF
           END-IF.

       LIST-HOLIDAYS.
           PERFORM LOAD-HOLIDAYS
           IF WS-HOL-COUNT EQUAL TO 0 THEN
               DISPLAY "no holidays on file."
           ELSE
               MOVE 0 TO WS-HOL-IDX
               PERFORM UNTIL WS-HOL-IDX >= WS-HOL-COUNT
                   ADD 1 TO WS-HOL-IDX
                   DISPLAY WS-HOL-T-DATE(WS-HOL-IDX) " "
                       WITH NO ADVANCING
                   DISPLAY WS-HOL-T-NAME(WS-HOL-IDX)
               END-PERFORM
           END-IF.

       ADD-RESOURCE.
      *    Append one bookable room or item to the resource master.
      *    Ids are kept upper case so "board" and "BOARD" are the
      *    same room at the prompt.
           PERFORM LOAD-RESOURCES
           MOVE RES-ADD-ID TO WS-RES-WANT-ID
           PERFORM FIND-RESOURCE
           IF WS-RES-HIT > 0 THEN
               DISPLAY "resource "
                   FUNCTION TRIM(RES-ADD-ID TRAILING)
                   " is already on file."
           ELSE
               OPEN EXTEND RESOURCES
               IF WS-RES-STATUS EQUAL TO '35' THEN
                   OPEN OUTPUT RESOURCES
               END-IF
               IF WS-RES-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "cannot open data/resources.txt"
               ELSE
                   MOVE RES-ADD-ID TO RES-ID
                   MOVE SPACE TO RES-SPACE1
                   MOVE RES-ADD-CAPACITY TO RES-CAPACITY
                   MOVE SPACE TO RES-SPACE2
                   MOVE RES-ADD-TYPE TO RES-TYPE
                   MOVE SPACE TO RES-SPACE3
                   MOVE RES-ADD-NAME TO RES-NAME
                   WRITE RESOURCES-ENTRY
                   CLOSE RESOURCES
                   DISPLAY "resource "
                       FUNCTION TRIM(RES-ADD-ID TRAILING)
                       " added: " FUNCTION TRIM(RES-ADD-NAME TRAILING)
               END-IF
           END-IF.

       LIST-RESOURCES.
           PERFORM LOAD-RESOURCES
           IF WS-RES-COUNT EQUAL TO 0 THEN
               DISPLAY "no resources on file."
           ELSE
               MOVE 0 TO WS-RES-IDX
               PERFORM UNTIL WS-RES-IDX >= WS-RES-COUNT
                   ADD 1 TO WS-RES-IDX
                   MOVE WS-RES-T-CAPACITY(WS-RES-IDX) TO WS-ROOM-SEATS
                   DISPLAY WS-RES-T-ID(WS-RES-IDX) " "
                       WS-RES-T-TYPE(WS-RES-IDX) " "
                       WS-ROOM-SEATS " " WITH NO ADVANCING
                   DISPLAY FUNCTION TRIM(WS-RES-T-NAME(WS-RES-IDX)
                       TRAILING)
               END-PERFORM
           END-IF.

       RUN-ZONE-ACTION.
      *    zone add|list|default, from the command line and the
      *    shell alike; usage slips are reported and the run goes
      *    on, as for request.
           EVALUATE ZONE-ACTION
               WHEN 'ADD'
                   IF ZONE-ARG-TZID EQUAL TO SPACES OR
                           ZONE-ARG-OFFSET EQUAL TO SPACES THEN
                       DISPLAY "usage: colendar zone add <tzid> "
                           "+HHMM|-HHMM [EU|US|NONE]"
                   ELSE
                       PERFORM ADD-ZONE
                   END-IF
               WHEN 'DEFAULT'
                   IF ZONE-ARG-TZID EQUAL TO SPACES THEN
                       DISPLAY "usage: colendar [-c <cal>] zone "
                           "default <tzid>|-"
                   ELSE
                       PERFORM SET-CALENDAR-ZONE
                   END-IF
               WHEN OTHER
                   PERFORM LIST-ZONES
           END-EVALUATE.

       ADD-ZONE.
      *    Append one zone to the table. The offset is standard
      *    time; summer time comes from the rule, so one line does
      *    for the whole year.
           PERFORM LOAD-ZONES
           MOVE 1 TO WS-ZON-OK
           IF (ZONE-ARG-OFFSET(1:1) NOT EQUAL TO '+' AND
                   ZONE-ARG-OFFSET(1:1) NOT EQUAL TO '-') OR
                   ZONE-ARG-OFFSET(2:4) IS NOT NUMERIC THEN
               MOVE 0 TO WS-ZON-OK
           ELSE
               IF ZONE-ARG-OFFSET(2:2) > "14" OR
                       ZONE-ARG-OFFSET(4:2) > "59" THEN
                   MOVE 0 TO WS-ZON-OK
               END-IF
           END-IF
           IF ZONE-ARG-RULE EQUAL TO SPACES THEN
               MOVE "NONE" TO ZONE-ARG-RULE
           END-IF
           IF ZONE-ARG-RULE NOT EQUAL TO "EU" AND
                   ZONE-ARG-RULE NOT EQUAL TO "US" AND
                   ZONE-ARG-RULE NOT EQUAL TO "NONE" THEN
               MOVE 0 TO WS-ZON-OK
           END-IF
           MOVE ZONE-ARG-TZID TO WS-TZ-WANT
           PERFORM FIND-ZONE
           IF WS-ZON-OK NOT EQUAL TO 1 THEN
               DISPLAY "usage: colendar zone add <tzid> "
                   "+HHMM|-HHMM [EU|US|NONE]"
           ELSE
               IF WS-TZ-HIT > 0 THEN
                   DISPLAY "time zone "
                       FUNCTION TRIM(ZONE-ARG-TZID TRAILING)
                       " is already on file."
               ELSE
                   OPEN EXTEND ZONES
                   IF WS-ZON-STATUS EQUAL TO '35' THEN
                       OPEN OUTPUT ZONES
                   END-IF
                   IF WS-ZON-STATUS NOT EQUAL TO "00" THEN
                       DISPLAY "cannot open data/zones.txt"
                   ELSE
                       MOVE ZONE-ARG-TZID TO ZON-TZID
                       MOVE SPACE TO ZON-SPACE1
                       MOVE ZONE-ARG-OFFSET TO ZON-OFFSET
                       MOVE SPACE TO ZON-SPACE2
                       MOVE ZONE-ARG-RULE TO ZON-RULE
                       WRITE ZONES-ENTRY
                       CLOSE ZONES
                       DISPLAY "time zone "
                           FUNCTION TRIM(ZONE-ARG-TZID TRAILING)
                           " added: " ZONE-ARG-OFFSET " "
                           FUNCTION TRIM(ZONE-ARG-RULE TRAILING)
                   END-IF
               END-IF
           END-IF.

       LIST-ZONES.
           PERFORM LOAD-ZONES
           PERFORM LOAD-CAL-ZONES
           IF WS-ZON-COUNT EQUAL TO 0 THEN
               DISPLAY "no time zones on file."
           ELSE
               MOVE 0 TO WS-ZON-IDX
               PERFORM UNTIL WS-ZON-IDX >= WS-ZON-COUNT
                   ADD 1 TO WS-ZON-IDX
                   DISPLAY WS-ZON-T-TZID(WS-ZON-IDX) " "
                       WS-ZON-T-OFFSET-TEXT(WS-ZON-IDX) " "
                       WS-ZON-T-RULE(WS-ZON-IDX)
               END-PERFORM
           END-IF
           IF WS-CZN-COUNT > 0 THEN
               DISPLAY "calendar defaults:"
               MOVE 0 TO WS-CZN-IDX
               PERFORM UNTIL WS-CZN-IDX >= WS-CZN-COUNT
                   ADD 1 TO WS-CZN-IDX
                   DISPLAY "  " WS-CZN-T-CAL(WS-CZN-IDX) " "
                       FUNCTION TRIM(WS-CZN-T-TZID(WS-CZN-IDX)
                       TRAILING)
               END-PERFORM
           END-IF.

       SET-CALENDAR-ZONE.
      *    The active calendar's default zone; "-" takes it away,
      *    leaving the calendar's times floating again. Events
      *    with a zone of their own keep it either way.
           PERFORM LOAD-ZONES
           MOVE 1 TO WS-ZON-OK
           IF ZONE-ARG-TZID EQUAL TO '-' THEN
               MOVE SPACES TO WS-TZ-CAL-TZID
           ELSE
               MOVE ZONE-ARG-TZID TO WS-TZ-WANT
               PERFORM FIND-ZONE
               IF WS-TZ-HIT EQUAL TO 0 THEN
                   DISPLAY "unknown time zone "
                       FUNCTION TRIM(ZONE-ARG-TZID TRAILING)
                       " - add it with colendar zone add first."
                   MOVE 0 TO WS-ZON-OK
               ELSE
                   MOVE WS-ZON-T-TZID(WS-TZ-HIT) TO WS-TZ-CAL-TZID
               END-IF
           END-IF
           IF WS-ZON-OK EQUAL TO 1 THEN
               PERFORM SET-TZ-FOR-CAL
               PERFORM ACQUIRE-ZONES-LOCK
               PERFORM LOAD-CAL-ZONES
               MOVE 0 TO WS-CZN-HIT
               MOVE 0 TO WS-CZN-KEEP
               MOVE 0 TO WS-CZN-IDX
               PERFORM UNTIL WS-CZN-IDX >= WS-CZN-COUNT
                   ADD 1 TO WS-CZN-IDX
                   IF WS-CZN-T-CAL(WS-CZN-IDX) NOT EQUAL TO
                           WS-TZ-FOR-CAL THEN
                       ADD 1 TO WS-CZN-KEEP
                       MOVE WS-CZN(WS-CZN-IDX) TO WS-CZN(WS-CZN-KEEP)
                   END-IF
               END-PERFORM
               MOVE WS-CZN-KEEP TO WS-CZN-COUNT
               IF WS-TZ-CAL-TZID NOT EQUAL TO SPACES AND
                       WS-CZN-COUNT < 100 THEN
                   ADD 1 TO WS-CZN-COUNT
                   MOVE WS-TZ-FOR-CAL TO WS-CZN-T-CAL(WS-CZN-COUNT)
                   MOVE WS-TZ-CAL-TZID TO WS-CZN-T-TZID(WS-CZN-COUNT)
               END-IF
               PERFORM REWRITE-CAL-ZONES-FILE
               PERFORM RELEASE-ZONES-LOCK
               IF WS-TZ-CAL-TZID EQUAL TO SPACES THEN
                   DISPLAY "calendar "
                       FUNCTION TRIM(WS-TZ-FOR-CAL TRAILING)
                       " has no default zone - its times float."
               ELSE
                   DISPLAY "calendar "
                       FUNCTION TRIM(WS-TZ-FOR-CAL TRAILING)
                       " now defaults to "
                       FUNCTION TRIM(WS-TZ-CAL-TZID TRAILING) "."
               END-IF
           END-IF.

       LOAD-HOLIDAYS.
      *    The whole holidays file into core - a missing file just
      *    means no blackout dates are on the books.
           MOVE 0 TO WS-HOL-COUNT
           MOVE SPACE TO WS-HOL-EOF
           OPEN INPUT HOLIDAYS
           IF WS-HOL-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-HOL-EOF = 'Y'
                   READ HOLIDAYS NEXT RECORD
                       AT END MOVE 'Y' TO WS-HOL-EOF
                       NOT AT END
                           IF WS-HOL-COUNT < 200 THEN
                               ADD 1 TO WS-HOL-COUNT
                               MOVE HOL-DATE TO
                                   WS-HOL-T-DATE(WS-HOL-COUNT)
                               MOVE HOL-NAME TO
                                   WS-HOL-T-NAME(WS-HOL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAYS
           END-IF.

       CHECK-HOLIDAY-DATE.
      *    Is WS-HOL-CHECK-DATE a blackout date? The caller gets
      *    the hit flag and the holiday's name.
           MOVE 0 TO WS-HOL-HIT
           MOVE SPACES TO WS-HOL-HIT-NAME
           MOVE 0 TO WS-HOL-IDX
           PERFORM UNTIL WS-HOL-IDX >= WS-HOL-COUNT OR
                   WS-HOL-HIT EQUAL TO 1
               ADD 1 TO WS-HOL-IDX
               IF WS-HOL-T-DATE(WS-HOL-IDX) EQUAL TO
                       WS-HOL-CHECK-DATE THEN
                   MOVE 1 TO WS-HOL-HIT
                   MOVE WS-HOL-T-NAME(WS-HOL-IDX) TO
                       WS-HOL-HIT-NAME
               END-IF
           END-PERFORM.

       VERIFY-EVENTS.
      *    Prove the master is sound after a bad feed: every record
      *    gets the checks the interactive paths would have applied
      *    (a real date per VALIDATE-DATE, numeric time, duration
      *    and remind, a known recurrence and type), every uid-xref
      *    row must still point at a record on file, and a repair
      *    pass can quarantine the failures to the reject file
      *    rather than leaving them to break the week view at 2am.
      *    The xref carries no calendar of its own, so it is checked
      *    against the active calendar - the one sync writes it for.
      *    The lock comes before the image is built: the operator
      *    can sit at the quarantine prompt for as long as they
      *    like, and the rewrite must not flatten records added or
      *    edited while the prompt waited.
           PERFORM ACQUIRE-CALENDAR-LOCK
           PERFORM LOAD-SYNC-STATE
           MOVE 0 TO WS-VER-BAD-COUNT
           MOVE 0 TO WS-SYNC-IDX
           PERFORM UNTIL WS-SYNC-IDX >= WS-SYNC-EVENT-COUNT
               ADD 1 TO WS-SYNC-IDX
               MOVE 0 TO WS-VER-BAD(WS-SYNC-IDX)
               MOVE WS-SYNC-RAW(WS-SYNC-IDX) TO WS-EVENT-ENTRY
               PERFORM VERIFY-ONE-RECORD
           END-PERFORM

           PERFORM LOAD-UID-XREF
           MOVE 0 TO WS-VER-ORPHANS
           MOVE 0 TO WS-XREF-IDX
           PERFORM UNTIL WS-XREF-IDX >= WS-XREF-COUNT
               ADD 1 TO WS-XREF-IDX
               MOVE 0 TO WS-VER-XREF-BAD(WS-XREF-IDX)
               PERFORM VERIFY-ONE-XREF
           END-PERFORM

           DISPLAY WS-SYNC-EVENT-COUNT " record(s) checked, "
               WS-VER-BAD-COUNT " bad, " WS-VER-ORPHANS
               " orphaned xref row(s)."
           IF WS-VER-BAD-COUNT EQUAL TO 0 AND
                   WS-VER-ORPHANS EQUAL TO 0 THEN
               DISPLAY "master is clean."
           ELSE
               MOVE 1 TO RETURN-CODE
               IF WS-VER-REPORT-ONLY EQUAL TO 1 THEN
                   DISPLAY "report only - nothing quarantined or "
                       "dropped."
               ELSE
                   PERFORM VERIFY-OFFER-REPAIRS
               END-IF
           END-IF.

       VERIFY-OFFER-REPAIRS.
           IF WS-VER-BAD-COUNT > 0 THEN
               DISPLAY "quarantine " WS-VER-BAD-COUNT
                   " bad record(s) to the reject file? (y/n): "
                   WITH NO ADVANCING
               ACCEPT WS-VER-ANSWER
                   ON EXCEPTION
                       DISPLAY " "
                       DISPLAY "no input available, aborting."
                       PERFORM RELEASE-CALENDAR-LOCK
                       STOP RUN
               END-ACCEPT
               IF FUNCTION UPPER-CASE(WS-VER-ANSWER) EQUAL TO
                       'Y' THEN
                   PERFORM QUARANTINE-BAD-RECORDS
               END-IF
           END-IF
           IF WS-VER-ORPHANS > 0 THEN
               DISPLAY "drop " WS-VER-ORPHANS " orphaned "
                   "uid-xref row(s)? (y/n): " WITH NO ADVANCING
               ACCEPT WS-VER-ANSWER
                   ON EXCEPTION
                       DISPLAY " "
                       DISPLAY "no input available, aborting."
                       PERFORM RELEASE-CALENDAR-LOCK
                       STOP RUN
               END-ACCEPT
               IF FUNCTION UPPER-CASE(WS-VER-ANSWER) EQUAL TO
                       'Y' THEN
                   PERFORM DROP-ORPHAN-XREF-ROWS
               END-IF
           END-IF.

       VERIFY-ONE-RECORD.
      *    First failing rule names the record's reason; the
      *    numeric tests run before anything does arithmetic on the
      *    field, so a corrupt byte can't take the checker down
      *    with it.
           MOVE SPACES TO WS-VER-REASON
           IF WS-EVENT-DATE IS NOT NUMERIC THEN
               MOVE "date not numeric" TO WS-VER-REASON
           ELSE
               MOVE WS-EVENT-DATE TO IN-DATE
               PERFORM VALIDATE-DATE
               IF WS-DATE-VALID NOT EQUAL TO 1 THEN
                   MOVE "date does not exist" TO WS-VER-REASON
               END-IF
           END-IF
           IF WS-VER-REASON EQUAL TO SPACES AND
                   WS-EVENT-TIME IS NOT NUMERIC THEN
               MOVE "time not numeric" TO WS-VER-REASON
           END-IF
           IF WS-VER-REASON EQUAL TO SPACES AND
                   (WS-EVENT-TIME > 2359 OR
                   FUNCTION MOD(WS-EVENT-TIME, 100) > 59) THEN
               MOVE "time out of range" TO WS-VER-REASON
           END-IF
           IF WS-VER-REASON EQUAL TO SPACES AND
                   WS-EVENT-DURATION IS NOT NUMERIC THEN
               MOVE "duration not numeric" TO WS-VER-REASON
           END-IF
           IF WS-VER-REASON EQUAL TO SPACES AND
                   WS-EVENT-REMIND IS NOT NUMERIC THEN
               MOVE "remind not numeric" TO WS-VER-REASON
           END-IF
           IF WS-VER-REASON EQUAL TO SPACES AND
                   WS-EVENT-RECUR-FLAG NOT EQUAL TO 'Y' AND
                   WS-EVENT-RECUR-FLAG NOT EQUAL TO 'N' THEN
               MOVE "bad recur flag" TO WS-VER-REASON
           END-IF
           IF WS-VER-REASON EQUAL TO SPACES AND
                   WS-EVENT-RECUR-FLAG EQUAL TO 'Y' AND
                   WS-EVENT-RECUR-INTERVAL NOT EQUAL TO 'WEEKLY'
                   AND WS-EVENT-RECUR-INTERVAL NOT EQUAL TO
                   'ANNUAL' THEN
               MOVE "bad recur interval" TO WS-VER-REASON
           END-IF
           IF WS-VER-REASON EQUAL TO SPACES AND
                   WS-EVENT-TYPE NOT EQUAL TO 'E' AND
                   WS-EVENT-TYPE NOT EQUAL TO 'T' THEN
               MOVE "bad event type" TO WS-VER-REASON
           END-IF
           IF WS-VER-REASON NOT EQUAL TO SPACES THEN
               MOVE 1 TO WS-VER-BAD(WS-SYNC-IDX)
               ADD 1 TO WS-VER-BAD-COUNT
               DISPLAY "BAD " WS-EVENT-ID " ("
                   FUNCTION TRIM(WS-VER-REASON TRAILING) "): "
                   WITH NO ADVANCING
               DISPLAY WS-SYNC-RAW(WS-SYNC-IDX)(1:60)
           END-IF.

       VERIFY-ONE-XREF.
           MOVE WS-XREF-T-ID(WS-XREF-IDX) TO WS-VEV-MATCH-ID
           PERFORM FIND-SYNC-EVENT-BY-ID
           IF WS-SYNC-HIT-IDX EQUAL TO 0 THEN
               MOVE 1 TO WS-VER-XREF-BAD(WS-XREF-IDX)
               ADD 1 TO WS-VER-ORPHANS
               DISPLAY "ORPHAN xref: id "
                   WS-XREF-T-ID(WS-XREF-IDX) " uid "
                   WITH NO ADVANCING
               DISPLAY WS-XREF-T-UID(WS-XREF-IDX)(1:40)
           END-IF.

       QUARANTINE-BAD-RECORDS.
      *    Good records restage through EVENTS-TMP the way sync and
      *    archive rewrite the master; bad ones append to the
      *    per-calendar reject file in the flat layout, where they
      *    can be eyeballed, fixed and fed back through load.
           PERFORM BACKUP-EVENTS
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           IF WS-ACTIVE-CAL EQUAL TO SPACES THEN
               MOVE "data/events.rej" TO WS-ARCHIVE-FILENAME
           ELSE
               STRING "data/events-" DELIMITED BY SIZE
                   WS-ACTIVE-CAL DELIMITED BY SPACE
                   ".rej" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILENAME
           END-IF
           OPEN EXTEND ARCHIVE-EVENTS
           IF WS-ARCHIVE-STATUS EQUAL TO '35' THEN
               OPEN OUTPUT ARCHIVE-EVENTS
           END-IF
           IF WS-ARCHIVE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open reject file "
                   WS-ARCHIVE-FILENAME
               PERFORM RELEASE-CALENDAR-LOCK
               STOP RUN
           END-IF
           OPEN OUTPUT EVENTS-TMP
           MOVE 0 TO WS-VER-KEPT
           MOVE 0 TO WS-SYNC-IDX
           PERFORM UNTIL WS-SYNC-IDX >= WS-SYNC-EVENT-COUNT
               ADD 1 TO WS-SYNC-IDX
               IF WS-VER-BAD(WS-SYNC-IDX) EQUAL TO 1 THEN
                   WRITE ARCHIVE-EVENTS-ENTRY FROM
                       WS-SYNC-RAW(WS-SYNC-IDX)
                   MOVE WS-SYNC-RAW(WS-SYNC-IDX) TO WS-EVENT-ENTRY
                   MOVE "verify" TO WS-AUDIT-COMMAND
                   PERFORM AUDIT-REMOVED-EVENT
               ELSE
                   WRITE EVENTS-TMP-ENTRY FROM
                       WS-SYNC-RAW(WS-SYNC-IDX)
                   ADD 1 TO WS-VER-KEPT
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-EVENTS
           CLOSE EVENTS-TMP
           PERFORM COPY-TMP-TO-EVENTS
           DISPLAY "quarantined " WS-VER-BAD-COUNT " record(s) to "
               FUNCTION TRIM(WS-ARCHIVE-FILENAME TRAILING) ", "
               WS-VER-KEPT " kept.".

       DROP-ORPHAN-XREF-ROWS.
      *    The whole-file rewrite serializes under the fixed xref
      *    lock, and the file is re-read and re-checked under it -
      *    a sync may have appended rows since the report pass, and
      *    a rewrite from that stale table would drop them. The
      *    orphan test runs against the master image already in
      *    core.
           PERFORM ACQUIRE-XREF-LOCK
           PERFORM LOAD-UID-XREF
           MOVE 0 TO WS-VER-DROPPED
           MOVE 0 TO WS-XREF-IDX
           PERFORM UNTIL WS-XREF-IDX >= WS-XREF-COUNT
               ADD 1 TO WS-XREF-IDX
               MOVE 0 TO WS-VER-XREF-BAD(WS-XREF-IDX)
               MOVE WS-XREF-T-ID(WS-XREF-IDX) TO WS-VEV-MATCH-ID
               PERFORM FIND-SYNC-EVENT-BY-ID
               IF WS-SYNC-HIT-IDX EQUAL TO 0 THEN
                   MOVE 1 TO WS-VER-XREF-BAD(WS-XREF-IDX)
                   ADD 1 TO WS-VER-DROPPED
               END-IF
           END-PERFORM
           OPEN OUTPUT UID-XREF
           IF WS-XREF-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot write data/uid-xref.txt"
           ELSE
               MOVE 0 TO WS-XREF-IDX
               PERFORM UNTIL WS-XREF-IDX >= WS-XREF-COUNT
                   ADD 1 TO WS-XREF-IDX
                   IF WS-VER-XREF-BAD(WS-XREF-IDX) EQUAL TO 0 THEN
                       MOVE WS-XREF-T-ID(WS-XREF-IDX) TO
                           XREF-EVENT-ID
                       MOVE SPACE TO XREF-SPACE1
                       MOVE WS-XREF-T-UID(WS-XREF-IDX) TO XREF-UID
                       WRITE UID-XREF-ENTRY
                   END-IF
               END-PERFORM
               CLOSE UID-XREF
               DISPLAY "dropped " WS-VER-DROPPED " xref row(s)."
           END-IF
           PERFORM RELEASE-XREF-LOCK.

       CHECK-CATEGORY-MATCH.
      *    LISTFLAG 0 means "colendar list <category>" was given;
      *    only events tagged with that category should print.
           MOVE 1 TO WS-CATEGORY-MATCH
           IF LISTFLAG EQUAL TO 0 THEN
               IF FUNCTION UPPER-CASE(WS-EVENT-CATEGORY) NOT EQUAL TO
                       FUNCTION UPPER-CASE(LIST-CATEGORY-ARG) THEN
                   MOVE 0 TO WS-CATEGORY-MATCH
               END-IF
           END-IF.

       CALCULATE-NEXT-OCCURRENCE.
      *    Starting from the anchor EVENT-DATE, roll forward to the
      *    next occurrence that is today (or WS-OCCUR-BASE) or later.
      *    Never earlier than the anchor itself.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           IF WS-OCCUR-BASE EQUAL TO ZERO THEN
               MOVE WS-TODAY-NUM TO WS-OCCUR-FLOOR-NUM
           ELSE
               MOVE WS-OCCUR-BASE TO WS-OCCUR-FLOOR-NUM
           END-IF
           MOVE WS-EVENT-YEAR TO WS-OCCUR-YEAR
           MOVE WS-EVENT-MONTH TO WS-OCCUR-MONTH
           MOVE WS-EVENT-DAY TO WS-OCCUR-DAY
           IF WS-EVENT-RECUR-INTERVAL EQUAL TO 'ANNUAL' THEN
               IF WS-OCCUR-FLOOR-YEAR > WS-OCCUR-YEAR THEN
                   MOVE WS-OCCUR-FLOOR-YEAR TO WS-OCCUR-YEAR
               END-IF
               IF WS-OCCUR-DATE < WS-OCCUR-FLOOR THEN
                   ADD 1 TO WS-OCCUR-YEAR
               END-IF
               IF WS-OCCUR-MONTH EQUAL TO 02 AND WS-OCCUR-DAY
                       EQUAL TO 29 THEN
                   PERFORM ROLL-TO-NEXT-LEAP-YEAR
               END-IF
           ELSE
               PERFORM UNTIL WS-OCCUR-DATE NOT LESS THAN
                       WS-OCCUR-FLOOR
                   PERFORM ADD-WEEK-TO-OCCURRENCE
               END-PERFORM
           END-IF.

       ROLL-TO-NEXT-LEAP-YEAR.
      *    A Feb-29 anchor has no real occurrence in a non-leap
      *    year; keep advancing the candidate year until one
      *    actually exists instead of synthesizing a Feb 29 that
      *    isn't a real date.
           MOVE WS-OCCUR-YEAR TO FMTYEAR
           PERFORM IS-LEAP-YEAR
           PERFORM UNTIL LEAP-YEAR EQUAL TO 0
               ADD 1 TO WS-OCCUR-YEAR
               MOVE WS-OCCUR-YEAR TO FMTYEAR
               PERFORM IS-LEAP-YEAR
           END-PERFORM.

       ADD-WEEK-TO-OCCURRENCE.
           COMPUTE WS-OCCUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-OCCUR-DATE-NUM) + 7
           MOVE FUNCTION DATE-OF-INTEGER(WS-OCCUR-INT) TO
               WS-OCCUR-DATE-NUM.

       PRINT-EVENTS.
      *    Show every future (or current-category) event in the
      *    order it will actually next happen - built into a table
      *    first since that order is not the same as EVENTS' own
      *    anchor-date order once recurring events are involved.
      *    With a -c list this overlays every named calendar into
      *    the one table; each row remembers where it came from.
      *    The on-disk sort is housekeeping for one's own calendar;
      *    an overlay must never rewrite calendars it only displays
      *    (the viewer may not even have write access to them), and
      *    the display table is sorted in core regardless.
           MOVE 0 TO WS-DISPLAY-EVENT-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 0 TO WS-CAL-IDX
           PERFORM UNTIL WS-CAL-IDX >= WS-CAL-COUNT
               ADD 1 TO WS-CAL-IDX
               MOVE WS-CAL-NAME(WS-CAL-IDX) TO WS-ACTIVE-CAL
               PERFORM SET-EVENTS-FILENAME
               PERFORM BUILD-PRINT-TABLE
           END-PERFORM
           PERFORM PRINT-OVERDUE-TASKS
           PERFORM SORT-DISPLAY-TABLE
           PERFORM DISPLAY-PRINT-TABLE.

       BUILD-PRINT-TABLE.
           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN.
           PERFORM UNTIL WS-EOF = 'Y'
           READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END PERFORM BUILD-PRINT-ROW
           END-READ
           END-PERFORM
           CLOSE EVENTS.

       BUILD-PRINT-ROW.
      *    Tasks have their own lifecycle: done ones drop out of
      *    the view, unfinished ones past their date go to the
      *    OVERDUE block at the top, and the rest (due today or
      *    later) list like events do.
           PERFORM CHECK-CATEGORY-MATCH
           IF WS-CATEGORY-MATCH EQUAL TO 1 THEN
               IF WS-EVENT-TYPE EQUAL TO 'T' THEN
                   PERFORM BUILD-TASK-ROW
               ELSE
                   IF WS-EVENT-RECUR-FLAG EQUAL TO 'Y' THEN
                       PERFORM CALCULATE-NEXT-OCCURRENCE
                       PERFORM ADD-DISPLAY-ROW
                   ELSE
                       IF WS-EVENT-DATE > FUNCTION CURRENT-DATE THEN
                           MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
                           PERFORM ADD-DISPLAY-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUILD-TASK-ROW.
           IF WS-EVENT-STATUS EQUAL TO 'D' THEN
               CONTINUE
           ELSE
               IF WS-EVENT-DATE < FUNCTION CURRENT-DATE(1:8) THEN
                   PERFORM ADD-OVERDUE-ROW
               ELSE
                   MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
                   PERFORM ADD-DISPLAY-ROW
               END-IF
           END-IF.

       ADD-OVERDUE-ROW.
           IF WS-OVERDUE-COUNT < 1000 THEN
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-EVENT-DATE TO
                   WS-OVERDUE-DATE(WS-OVERDUE-COUNT)
               MOVE WS-EVENT-ID TO WS-OVERDUE-ID(WS-OVERDUE-COUNT)
               MOVE WS-ACTIVE-CAL TO
                   WS-OVERDUE-CAL(WS-OVERDUE-COUNT)
               MOVE WS-EVENT-DESC TO
                   WS-OVERDUE-DESC(WS-OVERDUE-COUNT)
           END-IF.

       PRINT-OVERDUE-TASKS.
      *    The nag block: every unfinished task past its date, at
      *    the top of the view, every day until someone closes it.
           IF WS-OVERDUE-COUNT > 0 THEN
               MOVE 0 TO WS-OVERDUE-IDX
               PERFORM UNTIL WS-OVERDUE-IDX >= WS-OVERDUE-COUNT
                   ADD 1 TO WS-OVERDUE-IDX
                   DISPLAY "OVERDUE "
                       WS-OVERDUE-DATE(WS-OVERDUE-IDX) " ("
                       WS-OVERDUE-ID(WS-OVERDUE-IDX) ") "
                       WITH NO ADVANCING
                   IF WS-CAL-COUNT > 1 THEN
                       DISPLAY "["
                           WS-OVERDUE-CAL(WS-OVERDUE-IDX) "] "
                           WITH NO ADVANCING
                   END-IF
                   DISPLAY WS-OVERDUE-DESC(WS-OVERDUE-IDX)
               END-PERFORM
               DISPLAY " "
           END-IF.

       ADD-DISPLAY-ROW.
      *    Append the current WS-EVENT-ENTRY to WS-DISPLAY-EVENTS,
      *    keyed on WS-OCCUR-DATE (the caller has already set this
      *    to whichever date the event should sort/display under).
           ADD 1 TO WS-DISPLAY-EVENT-COUNT
           MOVE WS-OCCUR-DATE TO
               WS-DISPLAY-SORT-DATE(WS-DISPLAY-EVENT-COUNT)
           MOVE WS-EVENT-TIME TO
               WS-DISPLAY-SORT-TIME(WS-DISPLAY-EVENT-COUNT)
           MOVE WS-EVENT-DESC TO
               WS-DISPLAY-SORT-DESC(WS-DISPLAY-EVENT-COUNT)
           MOVE WS-ACTIVE-CAL TO
               WS-DISPLAY-CAL(WS-DISPLAY-EVENT-COUNT)
           MOVE WS-EVENT-ENTRY TO
               WS-DISPLAY-RAW(WS-DISPLAY-EVENT-COUNT).

       SORT-DISPLAY-TABLE.
      *    Ascending bubble sort on sort-date/sort-time/sort-desc.
      *    WS-DISPLAY-EVENTS holds at most one listing's worth of
      *    events (not the whole file), so a pass here is cheap -
      *    nowhere near the per-line EVENTS rescans the bulk import
      *    path had to avoid.
           MOVE 'Y' TO WS-DISPLAY-SWAPPED
           PERFORM UNTIL WS-DISPLAY-SWAPPED EQUAL TO 'N'
               MOVE 'N' TO WS-DISPLAY-SWAPPED
               MOVE 1 TO WS-DISPLAY-IDX
               PERFORM UNTIL WS-DISPLAY-IDX >= WS-DISPLAY-EVENT-COUNT
                   ADD 1 TO WS-DISPLAY-IDX GIVING WS-DISPLAY-IDX2
                   PERFORM SWAP-DISPLAY-ROWS-IF-OUT-OF-ORDER
                   ADD 1 TO WS-DISPLAY-IDX
               END-PERFORM
           END-PERFORM.

       SWAP-DISPLAY-ROWS-IF-OUT-OF-ORDER.
           IF WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX) >
                   WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX2) THEN
               PERFORM SWAP-DISPLAY-ROWS
           ELSE
               IF WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX) EQUAL TO
                       WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX2) AND
                       WS-DISPLAY-SORT-TIME(WS-DISPLAY-IDX) >
                       WS-DISPLAY-SORT-TIME(WS-DISPLAY-IDX2) THEN
                   PERFORM SWAP-DISPLAY-ROWS
               ELSE
                   IF WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX) EQUAL TO
                           WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX2) AND
                           WS-DISPLAY-SORT-TIME(WS-DISPLAY-IDX) EQUAL
                           TO WS-DISPLAY-SORT-TIME(WS-DISPLAY-IDX2)
                           AND WS-DISPLAY-SORT-DESC(WS-DISPLAY-IDX) >
                           WS-DISPLAY-SORT-DESC(WS-DISPLAY-IDX2) THEN
                       PERFORM SWAP-DISPLAY-ROWS
                   END-IF
               END-IF
           END-IF.

       SWAP-DISPLAY-ROWS.
           MOVE 'Y' TO WS-DISPLAY-SWAPPED
           MOVE WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX) TO
               WS-DISPLAY-TEMP-SORT-DATE
           MOVE WS-DISPLAY-SORT-TIME(WS-DISPLAY-IDX) TO
               WS-DISPLAY-TEMP-SORT-TIME
           MOVE WS-DISPLAY-SORT-DESC(WS-DISPLAY-IDX) TO
               WS-DISPLAY-TEMP-SORT-DESC
           MOVE WS-DISPLAY-CAL(WS-DISPLAY-IDX) TO
               WS-DISPLAY-TEMP-CAL
           MOVE WS-DISPLAY-RAW(WS-DISPLAY-IDX) TO
               WS-DISPLAY-TEMP-RAW

           MOVE WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX2) TO
               WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX)
           MOVE WS-DISPLAY-SORT-TIME(WS-DISPLAY-IDX2) TO
               WS-DISPLAY-SORT-TIME(WS-DISPLAY-IDX)
           MOVE WS-DISPLAY-SORT-DESC(WS-DISPLAY-IDX2) TO
               WS-DISPLAY-SORT-DESC(WS-DISPLAY-IDX)
           MOVE WS-DISPLAY-CAL(WS-DISPLAY-IDX2) TO
               WS-DISPLAY-CAL(WS-DISPLAY-IDX)
           MOVE WS-DISPLAY-RAW(WS-DISPLAY-IDX2) TO
               WS-DISPLAY-RAW(WS-DISPLAY-IDX)

           MOVE WS-DISPLAY-TEMP-SORT-DATE TO
               WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX2)
           MOVE WS-DISPLAY-TEMP-SORT-TIME TO
               WS-DISPLAY-SORT-TIME(WS-DISPLAY-IDX2)
           MOVE WS-DISPLAY-TEMP-SORT-DESC TO
               WS-DISPLAY-SORT-DESC(WS-DISPLAY-IDX2)
           MOVE WS-DISPLAY-TEMP-CAL TO
               WS-DISPLAY-CAL(WS-DISPLAY-IDX2)
           MOVE WS-DISPLAY-TEMP-RAW TO
               WS-DISPLAY-RAW(WS-DISPLAY-IDX2).

       DISPLAY-PRINT-TABLE.
      *    The calendar label only appears on an overlay view - a
      *    single calendar's listing reads exactly as it always has.
           MOVE 1 TO WS-DISPLAY-IDX
           PERFORM UNTIL WS-DISPLAY-IDX > WS-DISPLAY-EVENT-COUNT
               MOVE WS-DISPLAY-RAW(WS-DISPLAY-IDX) TO WS-EVENT-ENTRY
               DISPLAY WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX) " "
                   WITH NO ADVANCING
               IF WS-CAL-COUNT > 1 THEN
                   DISPLAY "[" WS-DISPLAY-CAL(WS-DISPLAY-IDX) "] "
                       WITH NO ADVANCING
               END-IF
               DISPLAY WS-EVENT-DESC
               ADD 1 TO WS-DISPLAY-IDX
           END-PERFORM.

       PRINT-WEEK.
      *    List events falling in the next 7 days, time ordered -
      *    same table-then-sort approach as PRINT-EVENTS, since the
      *    display order here has to follow each event's actual
      *    next occurrence too.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CURRENT-TIME
           COMPUTE WS-OCCUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + 7
           MOVE FUNCTION DATE-OF-INTEGER(WS-OCCUR-INT) TO
               WS-WEEK-END-DATE-NUM
      *    -z: timed events are shown at their time in the viewer's
      *    zone, over the viewer's own next seven days.
           MOVE 0 TO WS-TZ-VIEW-HIT
           IF VIEW-ZONE NOT EQUAL TO SPACES THEN
               PERFORM LOAD-ZONE-TABLES
               PERFORM SET-VIEW-ZONE-HIT
               PERFORM SET-VIEW-TODAY
               DISPLAY "times in "
                   FUNCTION TRIM(WS-ZON-T-TZID(WS-TZ-VIEW-HIT)
                   TRAILING)
           END-IF

           PERFORM BUILD-WEEK-TABLE
           PERFORM PRINT-OVERDUE-TASKS
           PERFORM SORT-DISPLAY-TABLE
           PERFORM DISPLAY-WEEK-TABLE.

       BUILD-WEEK-TABLE.
           MOVE 0 TO WS-DISPLAY-EVENT-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN.
           PERFORM UNTIL WS-EOF = 'Y'
           READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END PERFORM BUILD-WEEK-ROW
           END-READ
           END-PERFORM
           CLOSE EVENTS.

       BUILD-WEEK-ROW.
      *    Same task lifecycle as BUILD-PRINT-ROW: done tasks drop
      *    out, unfinished past ones nag from the OVERDUE block,
      *    the rest list when they fall inside the window.
           IF WS-EVENT-TYPE EQUAL TO 'T' THEN
               PERFORM BUILD-WEEK-TASK-ROW
           ELSE
               PERFORM BUILD-WEEK-EVENT-ROW
           END-IF.

       BUILD-WEEK-TASK-ROW.
           IF WS-EVENT-STATUS EQUAL TO 'D' THEN
               CONTINUE
           ELSE
               IF WS-EVENT-DATE < FUNCTION CURRENT-DATE(1:8) THEN
                   PERFORM ADD-OVERDUE-ROW
               ELSE
                   IF WS-EVENT-DATE NOT GREATER THAN
                           WS-WEEK-END-DATE THEN
                       MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
                       PERFORM ADD-DISPLAY-ROW
                   END-IF
               END-IF
           END-IF.

       BUILD-WEEK-EVENT-ROW.
           IF WS-TZ-VIEW-HIT > 0 AND
                   WS-EVENT-TIME NOT EQUAL TO ZERO THEN
               PERFORM BUILD-WEEK-ZONED-ROW
           ELSE
               PERFORM BUILD-WEEK-LOCAL-ROW
           END-IF.

       BUILD-WEEK-LOCAL-ROW.
           IF WS-EVENT-RECUR-FLAG EQUAL TO 'Y' THEN
               PERFORM CALCULATE-NEXT-OCCURRENCE
               IF WS-OCCUR-DATE NOT GREATER THAN WS-WEEK-END-DATE
                       AND NOT (WS-OCCUR-DATE EQUAL TO WS-TODAY-NUM
                       AND WS-EVENT-TIME NOT EQUAL TO ZERO AND
                       WS-EVENT-TIME < WS-CURRENT-TIME) THEN
                   PERFORM ADD-DISPLAY-ROW
               END-IF
           ELSE
               IF WS-EVENT-DATE NOT LESS THAN WS-TODAY-NUM AND
                       WS-EVENT-DATE NOT GREATER THAN
                       WS-WEEK-END-DATE AND NOT
                       (WS-EVENT-DATE EQUAL TO WS-TODAY-NUM AND
                        WS-EVENT-TIME NOT EQUAL TO ZERO AND
                        WS-EVENT-TIME < WS-CURRENT-TIME) THEN
                   MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
                   PERFORM ADD-DISPLAY-ROW
               END-IF
           END-IF.

       BUILD-WEEK-ZONED-ROW.
      *    The occurrence may land on another day for the viewer,
      *    so a weekly event is tried a week either side of its
      *    next occurrence here; the first that falls inside the
      *    viewer's window is listed, at the viewer's time.
           PERFORM SET-RECORD-ZONE
           MOVE WS-TZ-HIT TO WS-TZ-OCC-HIT
           MOVE 0 TO WS-TZ-ROW-ADDED
           IF WS-EVENT-RECUR-FLAG EQUAL TO 'Y' THEN
               PERFORM CALCULATE-NEXT-OCCURRENCE
               COMPUTE WS-TZ-OCC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OCCUR-DATE-NUM)
               IF WS-EVENT-RECUR-INTERVAL EQUAL TO 'WEEKLY' AND
                       WS-OCCUR-DATE-NUM > WS-EVENT-DATE THEN
                   MOVE FUNCTION DATE-OF-INTEGER(WS-TZ-OCC-INT - 7)
                       TO WS-OCCUR-DATE-NUM
                   PERFORM WEEK-ZONED-TRY
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-TZ-OCC-INT) TO
                   WS-OCCUR-DATE-NUM
               PERFORM WEEK-ZONED-TRY
               IF WS-EVENT-RECUR-INTERVAL EQUAL TO 'WEEKLY' THEN
                   MOVE FUNCTION DATE-OF-INTEGER(WS-TZ-OCC-INT + 7)
                       TO WS-OCCUR-DATE-NUM
                   PERFORM WEEK-ZONED-TRY
               END-IF
           ELSE
               MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
               PERFORM WEEK-ZONED-TRY
           END-IF.

       WEEK-ZONED-TRY.
      *    WS-OCCUR-DATE-NUM is an occurrence in the event's zone.
           IF WS-TZ-ROW-ADDED EQUAL TO 0 THEN
               MOVE WS-TZ-OCC-HIT TO WS-TZ-HIT
               MOVE WS-OCCUR-DATE-NUM TO WS-TZ-DATE
               MOVE WS-EVENT-TIME TO WS-TZ-TIME
               PERFORM ZONE-LOCAL-TO-UTC
               MOVE WS-TZ-VIEW-HIT TO WS-TZ-HIT
               PERFORM ZONE-UTC-TO-LOCAL
               IF WS-TZ-DATE NOT LESS THAN WS-TZ-VIEW-TODAY AND
                       WS-TZ-DATE NOT GREATER THAN WS-TZ-VIEW-END
                       AND NOT (WS-TZ-DATE EQUAL TO WS-TZ-VIEW-TODAY
                       AND WS-TZ-TIME < WS-TZ-VIEW-NOW) THEN
                   MOVE WS-TZ-DATE TO WS-OCCUR-DATE-NUM
                   PERFORM ADD-DISPLAY-ROW
                   MOVE WS-TZ-TIME TO
                       WS-DISPLAY-SORT-TIME(WS-DISPLAY-EVENT-COUNT)
                   MOVE 1 TO WS-TZ-ROW-ADDED
               END-IF
           END-IF.

       SET-VIEW-TODAY.
      *    Today and now in the viewer's zone, from this machine's
      *    clock and its own UTC offset, and the week's last day.
           MOVE 0 TO WS-TZ-HIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TZ-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-TZ-TIME
           PERFORM ZONE-LOCAL-TO-UTC
           MOVE FUNCTION CURRENT-DATE(17:5) TO WS-TZ-OFFSET-TEXT
           IF WS-TZ-OFFSET-TEXT(2:4) IS NUMERIC THEN
               COMPUTE WS-TZ-OFFSET =
                   FUNCTION NUMVAL(WS-TZ-OFFSET-TEXT(2:2)) * 60 +
                   FUNCTION NUMVAL(WS-TZ-OFFSET-TEXT(4:2))
               IF WS-TZ-OFFSET-TEXT(1:1) EQUAL TO '-' THEN
                   COMPUTE WS-TZ-UTC = WS-TZ-UTC + WS-TZ-OFFSET
               ELSE
                   COMPUTE WS-TZ-UTC = WS-TZ-UTC - WS-TZ-OFFSET
               END-IF
           END-IF
           MOVE WS-TZ-VIEW-HIT TO WS-TZ-HIT
           PERFORM ZONE-UTC-TO-LOCAL
           MOVE WS-TZ-DATE TO WS-TZ-VIEW-TODAY
           MOVE WS-TZ-TIME TO WS-TZ-VIEW-NOW
           COMPUTE WS-TZ-INT =
               FUNCTION INTEGER-OF-DATE(WS-TZ-VIEW-TODAY) + 7
           MOVE FUNCTION DATE-OF-INTEGER(WS-TZ-INT) TO
               WS-TZ-VIEW-END.

       DISPLAY-WEEK-TABLE.
           MOVE 1 TO WS-DISPLAY-IDX
           PERFORM UNTIL WS-DISPLAY-IDX > WS-DISPLAY-EVENT-COUNT
               DISPLAY WS-DISPLAY-SORT-DATE(WS-DISPLAY-IDX) " "
                   WS-DISPLAY-SORT-TIME(WS-DISPLAY-IDX) " "
                   WITH NO ADVANCING
               MOVE WS-DISPLAY-RAW(WS-DISPLAY-IDX) TO WS-EVENT-ENTRY
               DISPLAY WS-EVENT-DESC
               ADD 1 TO WS-DISPLAY-IDX
           END-PERFORM.

       REMIND-EVENTS.
      *    Batch mode for the ops scheduler: print only the events
      *    whose reminder window has opened - at or past EVENT-REMIND
      *    minutes before the event's next occurrence, but not past
      *    the occurrence itself (end of that day for untimed
      *    events). Leaves RETURN-CODE 1 when anything printed so a
      *    wrapper script can tell "reminders due" from "nothing".
      *    Each due reminder also queues a row per attendee, and
      *    the rows regroup afterwards into one spool message per
      *    recipient so the 0600 cron job can mail people their own
      *    reminders instead of the shared dump.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CURRENT-TIME
           COMPUTE WS-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) * 1440
               + FUNCTION INTEGER(WS-CURRENT-TIME / 100) * 60
               + FUNCTION MOD(WS-CURRENT-TIME, 100)
           MOVE 0 TO WS-REMIND-COUNT
           MOVE 0 TO WS-REMIND-READ
           MOVE 0 TO WS-RMD-COUNT
           PERFORM LOAD-ATTENDEES
           PERFORM LOAD-CONTACTS
           PERFORM SET-ATT-CAL-WANT

           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REMIND-READ
                       PERFORM REMIND-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE EVENTS

           PERFORM WRITE-REMINDER-SPOOL

           IF WS-REMIND-COUNT > 0 THEN
               MOVE 1 TO RETURN-CODE
           END-IF.

       REMIND-ONE-EVENT.
      *    Recurring events remind ahead of their next synthesized
      *    occurrence, one-offs ahead of their anchor date - the
      *    same date PRINT-WEEK shows them under. A task already
      *    marked done has nothing left to remind about.
           IF WS-EVENT-REMIND EQUAL TO ZERO OR
                   (WS-EVENT-TYPE EQUAL TO 'T' AND
                   WS-EVENT-STATUS EQUAL TO 'D') THEN
               CONTINUE
           ELSE
               IF WS-EVENT-RECUR-FLAG EQUAL TO 'Y' THEN
                   PERFORM CALCULATE-NEXT-OCCURRENCE
               ELSE
                   MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
               END-IF
               COMPUTE WS-EVENT-MINS =
                   FUNCTION INTEGER-OF-DATE(WS-OCCUR-DATE-NUM) * 1440
                   + FUNCTION INTEGER(WS-EVENT-TIME / 100) * 60
                   + FUNCTION MOD(WS-EVENT-TIME, 100)
               COMPUTE WS-WINDOW-START =
                   WS-EVENT-MINS - WS-EVENT-REMIND
               IF WS-EVENT-TIME EQUAL TO ZERO THEN
                   COMPUTE WS-WINDOW-END = WS-EVENT-MINS + 1439
               ELSE
                   MOVE WS-EVENT-MINS TO WS-WINDOW-END
               END-IF
               IF WS-NOW-MINS NOT LESS THAN WS-WINDOW-START AND
                       WS-NOW-MINS NOT GREATER THAN WS-WINDOW-END THEN
                   ADD 1 TO WS-REMIND-COUNT
                   DISPLAY WS-OCCUR-DATE-NUM " " WS-EVENT-TIME " "
                       WITH NO ADVANCING
                   DISPLAY WS-EVENT-DESC
                   PERFORM QUEUE-REMINDER-ROWS
               END-IF
           END-IF.

       QUEUE-REMINDER-ROWS.
      *    One row per attendee of the due event, carrying the same
      *    dated line the terminal just saw.
           MOVE SPACES TO WS-RMD-TEXT
           STRING WS-OCCUR-DATE-NUM " " WS-EVENT-TIME " "
               WS-EVENT-DESC DELIMITED BY SIZE INTO WS-RMD-TEXT
           MOVE 0 TO WS-ATT-IDX
           PERFORM UNTIL WS-ATT-IDX >= WS-ATT-COUNT
               ADD 1 TO WS-ATT-IDX
               IF WS-ATT-T-ID(WS-ATT-IDX) EQUAL TO WS-EVENT-ID AND
                       WS-ATT-T-CAL(WS-ATT-IDX) EQUAL TO
                       WS-ATT-CAL-WANT AND WS-RMD-COUNT < 500 THEN
                   ADD 1 TO WS-RMD-COUNT
                   MOVE WS-ATT-T-NAME(WS-ATT-IDX) TO
                       WS-RMD-NAME(WS-RMD-COUNT)
                   MOVE WS-RMD-TEXT TO WS-RMD-LINE(WS-RMD-COUNT)
               END-IF
           END-PERFORM.

       LOAD-CONTACTS.
      *    name|address lines, the same shape the import feed uses,
      *    since this file is maintained by hand. A missing file
      *    just means nobody gets addressed mail this run.
           MOVE 0 TO WS-CON-COUNT
           MOVE SPACE TO WS-CON-EOF
           OPEN INPUT CONTACTS
           IF WS-CON-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CON-EOF = 'Y'
                   READ CONTACTS NEXT RECORD INTO WS-CON-LINE
                       AT END MOVE 'Y' TO WS-CON-EOF
                       NOT AT END
                           IF WS-CON-LINE NOT EQUAL TO SPACES AND
                                   WS-CON-COUNT < 200 THEN
                               ADD 1 TO WS-CON-COUNT
                               UNSTRING WS-CON-LINE
                                   DELIMITED BY "|" INTO
                                   WS-CON-T-NAME(WS-CON-COUNT)
                                   WS-CON-T-ADDR(WS-CON-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTS
           END-IF.

       FIND-CONTACT-ADDR.
      *    WS-PERSON-NAME in, WS-CON-HIT/-HIT-ADDR out.
           MOVE 0 TO WS-CON-HIT
           MOVE SPACES TO WS-CON-HIT-ADDR
           MOVE 0 TO WS-CON-IDX
           PERFORM UNTIL WS-CON-IDX >= WS-CON-COUNT OR
                   WS-CON-HIT EQUAL TO 1
               ADD 1 TO WS-CON-IDX
               IF WS-CON-T-NAME(WS-CON-IDX) EQUAL TO
                       WS-PERSON-NAME THEN
                   MOVE 1 TO WS-CON-HIT
                   MOVE WS-CON-T-ADDR(WS-CON-IDX) TO
                       WS-CON-HIT-ADDR
               END-IF
           END-PERFORM.

       WRITE-REMINDER-SPOOL.
      *    Regroup the queued rows into one message file per
      *    distinct recipient. A name with no contacts entry is
      *    reported and skipped - the mailer has nowhere to send
      *    it, and the terminal dump above still covers it.
           IF WS-RMD-COUNT EQUAL TO 0 THEN
               CONTINUE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SPOOL-STAMP
               MOVE 0 TO WS-SPOOL-WRITTEN
               MOVE 0 TO WS-RMD-IDX
               PERFORM UNTIL WS-RMD-IDX >= WS-RMD-COUNT
                   ADD 1 TO WS-RMD-IDX
                   PERFORM CHECK-RECIPIENT-SEEN
                   IF WS-RMD-SEEN EQUAL TO 0 THEN
                       PERFORM WRITE-ONE-SPOOL-FILE
                   END-IF
               END-PERFORM
               IF WS-SPOOL-WRITTEN > 0 THEN
                   DISPLAY "spooled " WS-SPOOL-WRITTEN
                       " message file(s) to data/spool"
               END-IF
           END-IF.

       CHECK-RECIPIENT-SEEN.
      *    Rows before this one with the same name were already
      *    written into that recipient's file.
           MOVE 0 TO WS-RMD-SEEN
           MOVE 0 TO WS-RMD-IDX2
           PERFORM UNTIL WS-RMD-IDX2 >= WS-RMD-IDX - 1
               ADD 1 TO WS-RMD-IDX2
               IF WS-RMD-NAME(WS-RMD-IDX2) EQUAL TO
                       WS-RMD-NAME(WS-RMD-IDX) THEN
                   MOVE 1 TO WS-RMD-SEEN
                   COMPUTE WS-RMD-IDX2 = WS-RMD-IDX - 1
               END-IF
           END-PERFORM.

       WRITE-ONE-SPOOL-FILE.
           MOVE WS-RMD-NAME(WS-RMD-IDX) TO WS-PERSON-NAME
           PERFORM FIND-CONTACT-ADDR
           IF WS-CON-HIT EQUAL TO 0 THEN
               DISPLAY "no contact address for "
                   FUNCTION TRIM(WS-PERSON-NAME TRAILING)
                   ", not spooled"
           ELSE
      *    A named calendar goes into the file name as well, so
      *    back-to-back runs over several calendars inside the
      *    same second don't overwrite each other's messages.
               PERFORM SET-SPOOL-NAME-WORK
               MOVE SPACES TO WS-SPOOL-FILENAME
               IF WS-ACTIVE-CAL EQUAL TO SPACES THEN
                   STRING "data/spool/remind-" WS-SPOOL-STAMP "-"
                       WS-SPOOL-NAME-WORK(1:WS-SPOOL-NAME-LEN) ".txt"
                       DELIMITED BY SIZE INTO WS-SPOOL-FILENAME
               ELSE
                   STRING "data/spool/remind-" WS-SPOOL-STAMP "-"
                       DELIMITED BY SIZE
                       WS-ACTIVE-CAL DELIMITED BY SPACE
                       "-" WS-SPOOL-NAME-WORK(1:WS-SPOOL-NAME-LEN)
                       ".txt" DELIMITED BY SIZE
                       INTO WS-SPOOL-FILENAME
               END-IF
               OPEN OUTPUT SPOOL-FILE
               IF WS-SPOOL-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "cannot write "
                       FUNCTION TRIM(WS-SPOOL-FILENAME TRAILING)
                       " (does data/spool exist?)"
               ELSE
                   MOVE SPACES TO SPOOL-FILE-ENTRY
                   STRING "To: "
                       FUNCTION TRIM(WS-CON-HIT-ADDR TRAILING)
                       DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE "Subject: colendar reminders" TO
                       SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE SPACES TO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE WS-RMD-IDX TO WS-RMD-IDX2
                   SUBTRACT 1 FROM WS-RMD-IDX2
                   PERFORM UNTIL WS-RMD-IDX2 >= WS-RMD-COUNT
                       ADD 1 TO WS-RMD-IDX2
                       IF WS-RMD-NAME(WS-RMD-IDX2) EQUAL TO
                               WS-RMD-NAME(WS-RMD-IDX) THEN
                           WRITE SPOOL-FILE-ENTRY FROM
                               WS-RMD-LINE(WS-RMD-IDX2)
                       END-IF
                   END-PERFORM
                   CLOSE SPOOL-FILE
                   ADD 1 TO WS-SPOOL-WRITTEN
               END-IF
           END-IF.

       SET-SPOOL-NAME-WORK.
      *    Spaces inside the name would make an awkward file name;
      *    they become underscores, trailing ones are dropped.
           MOVE WS-PERSON-NAME TO WS-SPOOL-NAME-WORK
           MOVE 40 TO WS-SPOOL-NAME-LEN
           PERFORM UNTIL WS-SPOOL-NAME-LEN EQUAL TO 1 OR
                   WS-SPOOL-NAME-WORK(WS-SPOOL-NAME-LEN:1)
                   NOT EQUAL TO SPACE
               SUBTRACT 1 FROM WS-SPOOL-NAME-LEN
           END-PERFORM
           INSPECT WS-SPOOL-NAME-WORK(1:WS-SPOOL-NAME-LEN)
               REPLACING ALL SPACE BY "_".

       SPOOL-EVENT-INVITATIONS.
      *    One METHOD:REQUEST calendar file per attendee of the
      *    event just saved, so the mailer can send each person an
      *    invitation their mail client shows with Accept/Decline
      *    buttons. An edit sends everyone the updated meeting
      *    under the same UID. The fields come from the prompt
      *    values just written, as the booking rows do.
           PERFORM SET-ATT-CAL-WANT
           PERFORM LOAD-ATTENDEES
           MOVE 0 TO WS-RSP-HEADS
           MOVE 0 TO WS-ATT-IDX
           PERFORM UNTIL WS-ATT-IDX >= WS-ATT-COUNT
               ADD 1 TO WS-ATT-IDX
               IF WS-ATT-T-ID(WS-ATT-IDX) EQUAL TO WS-ATT-FOR-ID AND
                       WS-ATT-T-CAL(WS-ATT-IDX) EQUAL TO
                       WS-ATT-CAL-WANT THEN
                   ADD 1 TO WS-RSP-HEADS
               END-IF
           END-PERFORM
           IF WS-RSP-HEADS EQUAL TO 0 THEN
               CONTINUE
           ELSE
               MOVE IN-DATE TO WS-EVENT-DATE
               MOVE IN-TIME TO WS-EVENT-TIME
               MOVE IN-DURATION TO WS-EVENT-DURATION
               MOVE IN-RECUR-FLAG TO WS-EVENT-RECUR-FLAG
               MOVE IN-RECUR-INTERVAL TO WS-EVENT-RECUR-INTERVAL
               MOVE IN-DESC TO WS-EVENT-DESC
               MOVE WS-ATT-FOR-ID TO WS-EVENT-ID
      *        The meeting's own zone, defined in each invitation.
               PERFORM LOAD-ZONE-TABLES
               PERFORM SET-IN-ZONE-HIT
               MOVE SPACES TO WS-TZ-ICS-ZONE
               MOVE 0 TO WS-VTZ-COUNT
               IF WS-TZ-HIT > 0 AND WS-EVENT-TIME NOT EQUAL TO ZERO
                       THEN
                   MOVE WS-ZON-T-TZID(WS-TZ-HIT) TO WS-TZ-ICS-ZONE
                   PERFORM BUILD-VTIMEZONE-LINES
               END-IF
               PERFORM SET-ICS-DT-LINES
               PERFORM LOAD-CONTACTS
               PERFORM SET-INVITE-ORGANIZER
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SPOOL-STAMP
               MOVE SPACES TO WS-EXPORT-DTSTAMP
               STRING FUNCTION CURRENT-DATE(1:8) "T"
                   FUNCTION CURRENT-DATE(9:6) "Z" DELIMITED BY SIZE
                   INTO WS-EXPORT-DTSTAMP
               MOVE SPACES TO WS-INV-UID
               STRING WS-ATT-FOR-ID "-"
                   FUNCTION TRIM(WS-ATT-CAL-WANT TRAILING)
                   "@colendar" DELIMITED BY SIZE INTO WS-INV-UID
               MOVE WS-ATT-FOR-ID TO WS-SEQ-FOR-ID
               MOVE WS-ATT-CAL-WANT TO WS-SEQ-FOR-CAL
               PERFORM COUNT-EVENT-SEQUENCE
               MOVE WS-SEQ-COUNT TO WS-INV-SEQUENCE
               MOVE WS-INV-SEQUENCE TO WS-INV-SEQ-TEXT
               MOVE 0 TO WS-INV-WRITTEN
               MOVE 0 TO WS-ATT-IDX
               PERFORM UNTIL WS-ATT-IDX >= WS-ATT-COUNT
                   ADD 1 TO WS-ATT-IDX
                   IF WS-ATT-T-ID(WS-ATT-IDX) EQUAL TO WS-ATT-FOR-ID
                           AND WS-ATT-T-CAL(WS-ATT-IDX) EQUAL TO
                           WS-ATT-CAL-WANT THEN
                       PERFORM WRITE-ONE-INVITATION
                   END-IF
               END-PERFORM
               IF WS-INV-WRITTEN > 0 THEN
                   DISPLAY "spooled " WS-INV-WRITTEN
                       " invitation(s) to data/spool"
               END-IF
           END-IF.

       SET-INVITE-ORGANIZER.
      *    Replies go to whoever saved the event: their contacts
      *    address if they have one, else the bare login name.
           PERFORM SET-LOCK-USER
           MOVE WS-LOCK-MYUSER TO WS-PERSON-NAME
           PERFORM FIND-CONTACT-ADDR
           IF WS-CON-HIT EQUAL TO 1 THEN
               MOVE FUNCTION TRIM(WS-CON-HIT-ADDR) TO
                   WS-INV-ORGANIZER
           ELSE
               MOVE WS-LOCK-MYUSER TO WS-INV-ORGANIZER
           END-IF.

       WRITE-ONE-INVITATION.
           MOVE WS-ATT-T-NAME(WS-ATT-IDX) TO WS-PERSON-NAME
           PERFORM FIND-CONTACT-ADDR
           IF WS-CON-HIT EQUAL TO 0 THEN
               DISPLAY "no contact address for "
                   FUNCTION TRIM(WS-PERSON-NAME TRAILING)
                   ", not invited"
           ELSE
               PERFORM SET-SPOOL-NAME-WORK
               MOVE SPACES TO WS-SPOOL-FILENAME
               STRING "data/spool/invite-" WS-SPOOL-STAMP "-"
                   WS-ATT-FOR-ID "-"
                   WS-SPOOL-NAME-WORK(1:WS-SPOOL-NAME-LEN) ".ics"
                   DELIMITED BY SIZE INTO WS-SPOOL-FILENAME
               OPEN OUTPUT SPOOL-FILE
               IF WS-SPOOL-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "cannot write "
                       FUNCTION TRIM(WS-SPOOL-FILENAME TRAILING)
                       " (does data/spool exist?)"
               ELSE
                   MOVE "BEGIN:VCALENDAR" TO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE "VERSION:2.0" TO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE "PRODID:-//colendar//colendar 1.0//EN" TO
                       SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE "METHOD:REQUEST" TO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE 0 TO WS-VTZ-IDX
                   PERFORM UNTIL WS-VTZ-IDX >= WS-VTZ-COUNT
                       ADD 1 TO WS-VTZ-IDX
                       MOVE WS-VTZ-LINE(WS-VTZ-IDX) TO
                           SPOOL-FILE-ENTRY
                       WRITE SPOOL-FILE-ENTRY
                   END-PERFORM
                   MOVE "BEGIN:VEVENT" TO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE SPACES TO SPOOL-FILE-ENTRY
                   STRING "UID:" FUNCTION TRIM(WS-INV-UID TRAILING)
                       DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE SPACES TO SPOOL-FILE-ENTRY
                   STRING "SEQUENCE:" FUNCTION TRIM(WS-INV-SEQ-TEXT)
                       DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE SPACES TO SPOOL-FILE-ENTRY
                   STRING "DTSTAMP:" WS-EXPORT-DTSTAMP
                       DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE WS-ICS-DTSTART-LINE TO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   IF WS-ICS-DTEND-LINE NOT EQUAL TO SPACES THEN
                       MOVE WS-ICS-DTEND-LINE TO SPOOL-FILE-ENTRY
                       WRITE SPOOL-FILE-ENTRY
                   END-IF
                   IF WS-EVENT-RECUR-FLAG EQUAL TO 'Y' THEN
                       IF WS-EVENT-RECUR-INTERVAL EQUAL TO 'ANNUAL'
                               THEN
                           MOVE "RRULE:FREQ=YEARLY" TO
                               SPOOL-FILE-ENTRY
                       ELSE
                           MOVE "RRULE:FREQ=WEEKLY" TO
                               SPOOL-FILE-ENTRY
                       END-IF
                       WRITE SPOOL-FILE-ENTRY
                   END-IF
                   MOVE SPACES TO SPOOL-FILE-ENTRY
                   STRING "SUMMARY:"
                       FUNCTION TRIM(WS-EVENT-DESC TRAILING)
                       DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE SPACES TO SPOOL-FILE-ENTRY
                   STRING "ORGANIZER:mailto:"
                       FUNCTION TRIM(WS-INV-ORGANIZER TRAILING)
                       DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
      *    The ATTENDEE line is folded before the address, the
      *    RFC 5545 way (continuation starts with a space), so a
      *    long name and address never overrun the spool record.
                   MOVE SPACES TO SPOOL-FILE-ENTRY
                   STRING "ATTENDEE;CN=" QUOTE
                       FUNCTION TRIM(WS-PERSON-NAME TRAILING) QUOTE
                       ";ROLE=REQ-PARTICIPANT;PARTSTAT=NEEDS-ACTION"
                       ";RSVP=TRUE:" DELIMITED BY SIZE
                       INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE SPACES TO SPOOL-FILE-ENTRY
                   STRING " mailto:"
                       FUNCTION TRIM(WS-CON-HIT-ADDR TRAILING)
                       DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE "END:VEVENT" TO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE "END:VCALENDAR" TO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   CLOSE SPOOL-FILE
                   ADD 1 TO WS-INV-WRITTEN
               END-IF
           END-IF.

       RECORD-RSVP-REPLIES.
      *    Read one METHOD:REPLY calendar file, as a mail client
      *    sends back when someone presses Accept, Decline or
      *    Tentative, and record each answer against the invited
      *    attendee. The UID names the event and calendar; the
      *    ATTENDEE's mailto address is matched to a contacts
      *    entry, falling back on its CN. Only people actually on
      *    the event's attendee list are recorded.
           OPEN INPUT ICS-SYNC
           IF WS-SYNC-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open reply file "
                   FUNCTION TRIM(WS-SYNC-FILENAME TRAILING)
           ELSE
               PERFORM LOAD-CONTACTS
               PERFORM LOAD-ATTENDEES
               PERFORM ACQUIRE-RSVP-LOCK
               PERFORM LOAD-RSVPS
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RPY-STAMP
               MOVE 0 TO WS-RPY-RECORDED
               MOVE 0 TO WS-RPY-SKIPPED
               MOVE 0 TO WS-RPY-IN-VEVENT
               MOVE SPACES TO WS-RPY-METHOD
               MOVE SPACES TO WS-RPY-PROP
               MOVE SPACE TO WS-SYNC-EOF
               PERFORM UNTIL WS-SYNC-EOF = 'Y'
                   READ ICS-SYNC NEXT RECORD INTO WS-SYNC-LINE
                       AT END MOVE 'Y' TO WS-SYNC-EOF
                       NOT AT END PERFORM RSVP-ONE-LINE
                   END-READ
               END-PERFORM
               IF WS-RPY-PROP NOT EQUAL TO SPACES THEN
                   PERFORM RSVP-ONE-PROPERTY
               END-IF
               CLOSE ICS-SYNC
               IF WS-RPY-RECORDED > 0 THEN
                   PERFORM REWRITE-RSVPS-FILE
               END-IF
               PERFORM RELEASE-RSVP-LOCK
               DISPLAY "rsvp: " WS-RPY-RECORDED " answer(s) recorded, "
                   WS-RPY-SKIPPED " skipped"
           END-IF.

       RSVP-ONE-LINE.
      *    A line starting with a space continues the property
      *    above it; anything else finishes that property off and
      *    starts the next.
           INSPECT WS-SYNC-LINE REPLACING ALL X"0D" BY SPACE
           IF WS-SYNC-LINE(1:1) EQUAL TO SPACE AND
                   WS-SYNC-LINE NOT EQUAL TO SPACES AND
                   WS-RPY-PROP NOT EQUAL TO SPACES THEN
               STRING FUNCTION TRIM(WS-SYNC-LINE(2:199) TRAILING)
                   DELIMITED BY SIZE INTO WS-RPY-PROP
                   WITH POINTER WS-RPY-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           ELSE
               IF WS-RPY-PROP NOT EQUAL TO SPACES THEN
                   PERFORM RSVP-ONE-PROPERTY
               END-IF
               MOVE WS-SYNC-LINE TO WS-RPY-PROP
               COMPUTE WS-RPY-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-SYNC-LINE TRAILING)) + 1
           END-IF.

       RSVP-ONE-PROPERTY.
           MOVE FUNCTION UPPER-CASE(WS-RPY-PROP) TO WS-RPY-UPPER
           EVALUATE TRUE
               WHEN WS-RPY-UPPER(1:7) EQUAL TO "METHOD:"
                   MOVE WS-RPY-UPPER(8:20) TO WS-RPY-METHOD
               WHEN WS-RPY-UPPER(1:12) EQUAL TO "BEGIN:VEVENT"
                   MOVE 1 TO WS-RPY-IN-VEVENT
                   MOVE SPACES TO WS-RPY-UID
                   MOVE 0 TO WS-RPY-SEQUENCE
                   MOVE 0 TO WS-RPY-SEQ-SEEN
                   MOVE 0 TO WS-RPY-ATT-COUNT
               WHEN WS-RPY-IN-VEVENT EQUAL TO 0
                   CONTINUE
               WHEN WS-RPY-UPPER(1:10) EQUAL TO "END:VEVENT"
                   MOVE 0 TO WS-RPY-IN-VEVENT
                   PERFORM RSVP-APPLY-VEVENT
               WHEN WS-RPY-UPPER(1:4) EQUAL TO "UID:"
                   MOVE WS-RPY-PROP(5:80) TO WS-RPY-UID
               WHEN WS-RPY-UPPER(1:9) EQUAL TO "SEQUENCE:"
                   MOVE FUNCTION NUMVAL(WS-RPY-PROP(10:10)) TO
                       WS-RPY-SEQUENCE
                   MOVE 1 TO WS-RPY-SEQ-SEEN
               WHEN WS-RPY-UPPER(1:8) EQUAL TO "ATTENDEE"
                   PERFORM RSVP-PARSE-ATTENDEE
           END-EVALUATE
           MOVE SPACES TO WS-RPY-PROP.

       RSVP-PARSE-ATTENDEE.
      *    PARTSTAT, CN and the mailto address, wherever in the
      *    parameter list the sending client put them.
           MOVE SPACES TO WS-RPY-ANSWER
           MOVE SPACES TO WS-RPY-CN
           MOVE SPACES TO WS-RPY-ADDR
           MOVE 0 TO WS-RPY-POS
           INSPECT WS-RPY-UPPER TALLYING WS-RPY-POS
               FOR CHARACTERS BEFORE INITIAL "PARTSTAT="
           IF WS-RPY-POS < 390 THEN
               UNSTRING WS-RPY-UPPER(WS-RPY-POS + 10:)
                   DELIMITED BY ";" OR ":" INTO WS-RPY-ANSWER
               END-UNSTRING
           END-IF
           MOVE 0 TO WS-RPY-POS
           INSPECT WS-RPY-UPPER TALLYING WS-RPY-POS
               FOR CHARACTERS BEFORE INITIAL "CN="
           IF WS-RPY-POS < 390 THEN
               UNSTRING WS-RPY-PROP(WS-RPY-POS + 4:)
                   DELIMITED BY ";" OR ":" INTO WS-RPY-CN
               END-UNSTRING
               INSPECT WS-RPY-CN REPLACING ALL QUOTE BY SPACE
               MOVE FUNCTION TRIM(WS-RPY-CN) TO WS-RPY-CN
           END-IF
           MOVE 0 TO WS-RPY-POS
           INSPECT WS-RPY-UPPER TALLYING WS-RPY-POS
               FOR CHARACTERS BEFORE INITIAL "MAILTO:"
           IF WS-RPY-POS < 390 THEN
               UNSTRING WS-RPY-UPPER(WS-RPY-POS + 8:)
                   DELIMITED BY ";" OR " " INTO WS-RPY-ADDR
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-PERSON-NAME
           MOVE 0 TO WS-CON-IDX
           PERFORM UNTIL WS-CON-IDX >= WS-CON-COUNT OR
                   WS-PERSON-NAME NOT EQUAL TO SPACES
               ADD 1 TO WS-CON-IDX
               IF WS-RPY-ADDR NOT EQUAL TO SPACES AND
                       FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-CON-T-ADDR(WS-CON-IDX))) EQUAL TO
                       WS-RPY-ADDR THEN
                   MOVE WS-CON-T-NAME(WS-CON-IDX) TO WS-PERSON-NAME
               END-IF
           END-PERFORM
           IF WS-PERSON-NAME EQUAL TO SPACES THEN
               MOVE WS-RPY-CN TO WS-PERSON-NAME
           END-IF
           IF WS-PERSON-NAME EQUAL TO SPACES OR
                   WS-RPY-ATT-COUNT >= 20 THEN
               ADD 1 TO WS-RPY-SKIPPED
           ELSE
               ADD 1 TO WS-RPY-ATT-COUNT
               MOVE WS-PERSON-NAME TO
                   WS-RPY-ATT-NAME(WS-RPY-ATT-COUNT)
               MOVE WS-RPY-ANSWER TO
                   WS-RPY-ATT-ANSWER(WS-RPY-ATT-COUNT)
           END-IF.

       RSVP-APPLY-VEVENT.
      *    Our invitations carry UID <id>-<calendar>@colendar.
      *    A reply whose SEQUENCE is below the event's current one
      *    answers an invitation the event has since been edited
      *    away from, and is not recorded. A reply with none cannot
      *    be placed (invitations once went out without it) and is
      *    taken as it stands.
           IF WS-RPY-METHOD NOT EQUAL TO "REPLY" THEN
               DISPLAY "not a reply (METHOD:"
                   FUNCTION TRIM(WS-RPY-METHOD TRAILING)
                   "), ignored."
               ADD WS-RPY-ATT-COUNT TO WS-RPY-SKIPPED
           ELSE
               IF WS-RPY-UID(1:5) IS NUMERIC AND
                       WS-RPY-UID(6:1) EQUAL TO "-" THEN
                   MOVE WS-RPY-UID(1:5) TO WS-RPY-ID
                   MOVE SPACES TO WS-RPY-CAL
                   UNSTRING WS-RPY-UID(7:74) DELIMITED BY "@"
                       INTO WS-RPY-CAL
                   END-UNSTRING
                   MOVE WS-RPY-ID TO WS-SEQ-FOR-ID
                   MOVE WS-RPY-CAL TO WS-SEQ-FOR-CAL
                   PERFORM COUNT-EVENT-SEQUENCE
                   IF WS-RPY-SEQ-SEEN EQUAL TO 1 AND
                           WS-RPY-SEQUENCE < WS-SEQ-COUNT THEN
                       DISPLAY "event " WS-RPY-ID " ["
                           FUNCTION TRIM(WS-RPY-CAL TRAILING)
                           "]: answer to an earlier version of the "
                           "invitation, ignored."
                       ADD WS-RPY-ATT-COUNT TO WS-RPY-SKIPPED
                   ELSE
                       MOVE 0 TO WS-RPY-ATT-IDX
                       PERFORM UNTIL WS-RPY-ATT-IDX >=
                               WS-RPY-ATT-COUNT
                           ADD 1 TO WS-RPY-ATT-IDX
                           PERFORM RSVP-RECORD-ANSWER
                       END-PERFORM
                   END-IF
               ELSE
                   DISPLAY "not one of our invitations: "
                       FUNCTION TRIM(WS-RPY-UID TRAILING)
                   ADD WS-RPY-ATT-COUNT TO WS-RPY-SKIPPED
               END-IF
           END-IF.

       RSVP-RECORD-ANSWER.
           MOVE WS-RPY-ATT-NAME(WS-RPY-ATT-IDX) TO WS-PERSON-NAME
           MOVE 0 TO WS-PERSON-HIT
           MOVE 0 TO WS-ATT-IDX
           PERFORM UNTIL WS-ATT-IDX >= WS-ATT-COUNT OR
                   WS-PERSON-HIT EQUAL TO 1
               ADD 1 TO WS-ATT-IDX
               IF WS-ATT-T-ID(WS-ATT-IDX) EQUAL TO WS-RPY-ID AND
                       WS-ATT-T-CAL(WS-ATT-IDX) EQUAL TO WS-RPY-CAL
                       AND WS-ATT-T-NAME(WS-ATT-IDX) EQUAL TO
                       WS-PERSON-NAME THEN
                   MOVE 1 TO WS-PERSON-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RPY-ATT-ANSWER(WS-RPY-ATT-IDX) NOT EQUAL TO
                       "ACCEPTED" AND
                       WS-RPY-ATT-ANSWER(WS-RPY-ATT-IDX) NOT EQUAL TO
                       "DECLINED" AND
                       WS-RPY-ATT-ANSWER(WS-RPY-ATT-IDX) NOT EQUAL TO
                       "TENTATIVE"
                   DISPLAY "no answer from "
                       FUNCTION TRIM(WS-PERSON-NAME TRAILING)
                       " in this reply, skipped."
                   ADD 1 TO WS-RPY-SKIPPED
               WHEN WS-PERSON-HIT EQUAL TO 0
                   DISPLAY FUNCTION TRIM(WS-PERSON-NAME TRAILING)
                       " is not invited to event " WS-RPY-ID " ["
                       FUNCTION TRIM(WS-RPY-CAL TRAILING)
                       "], ignored."
                   ADD 1 TO WS-RPY-SKIPPED
               WHEN OTHER
                   PERFORM FIND-RSVP-ROW
                   IF WS-RSV-HIT EQUAL TO 0 AND
                           WS-RSV-COUNT < 9999 THEN
                       ADD 1 TO WS-RSV-COUNT
                       MOVE WS-RSV-COUNT TO WS-RSV-HIT
                       MOVE WS-RPY-ID TO WS-RSV-T-ID(WS-RSV-HIT)
                       MOVE WS-RPY-CAL TO WS-RSV-T-CAL(WS-RSV-HIT)
                       MOVE WS-PERSON-NAME TO
                           WS-RSV-T-NAME(WS-RSV-HIT)
                   END-IF
                   IF WS-RSV-HIT > 0 THEN
                       MOVE WS-RPY-ATT-ANSWER(WS-RPY-ATT-IDX) TO
                           WS-RSV-T-ANSWER(WS-RSV-HIT)
                       MOVE WS-RPY-STAMP TO WS-RSV-T-STAMP(WS-RSV-HIT)
                       ADD 1 TO WS-RPY-RECORDED
                       DISPLAY "event " WS-RPY-ID " ["
                           FUNCTION TRIM(WS-RPY-CAL TRAILING) "]: "
                           FUNCTION TRIM(WS-PERSON-NAME TRAILING) " "
                           FUNCTION LOWER-CASE(FUNCTION TRIM(
                           WS-RPY-ATT-ANSWER(WS-RPY-ATT-IDX)))
                   END-IF
           END-EVALUATE.

       FIND-RSVP-ROW.
      *    (WS-RPY-ID, WS-RPY-CAL, WS-PERSON-NAME) in, the row's
      *    slot in WS-RSV-HIT out, 0 when they have not answered.
           MOVE 0 TO WS-RSV-HIT
           MOVE 0 TO WS-RSV-IDX
           PERFORM UNTIL WS-RSV-IDX >= WS-RSV-COUNT OR
                   WS-RSV-HIT > 0
               ADD 1 TO WS-RSV-IDX
               IF WS-RSV-T-ID(WS-RSV-IDX) EQUAL TO WS-RPY-ID AND
                       WS-RSV-T-CAL(WS-RSV-IDX) EQUAL TO WS-RPY-CAL
                       AND WS-RSV-T-NAME(WS-RSV-IDX) EQUAL TO
                       WS-PERSON-NAME THEN
                   MOVE WS-RSV-IDX TO WS-RSV-HIT
               END-IF
           END-PERFORM.

       COUNT-EVENT-SEQUENCE.
      *    (WS-SEQ-FOR-ID, WS-SEQ-FOR-CAL) in, the number of edits
      *    the journal holds for that event in WS-SEQ-COUNT out.
      *    The journal only ever grows, so the count never falls.
           MOVE 0 TO WS-SEQ-COUNT
           MOVE SPACE TO WS-SEQ-EOF
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SEQ-EOF = 'Y'
                   READ AUDIT-LOG NEXT RECORD INTO WS-AUDIT-ENTRY
                       AT END MOVE 'Y' TO WS-SEQ-EOF
                       NOT AT END
                           IF WS-AUDIT-COMMAND EQUAL TO "edit" AND
                                   WS-AUDIT-TAG EQUAL TO "AFTER" AND
                                   WS-AUDIT-REC-ID EQUAL TO
                                   WS-SEQ-FOR-ID AND
                                   WS-AUDIT-CAL EQUAL TO
                                   WS-SEQ-FOR-CAL THEN
                               ADD 1 TO WS-SEQ-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       LOAD-RSVPS.
      *    Nobody has answered anything yet when there is no file.
           MOVE 0 TO WS-RSV-COUNT
           MOVE SPACE TO WS-RSV-EOF
           OPEN INPUT RSVPS
           IF WS-RSV-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-RSV-EOF = 'Y'
                   READ RSVPS NEXT RECORD
                       AT END MOVE 'Y' TO WS-RSV-EOF
                       NOT AT END
                           IF WS-RSV-COUNT < 9999 THEN
                               ADD 1 TO WS-RSV-COUNT
                               MOVE RSV-EVENT-ID TO
                                   WS-RSV-T-ID(WS-RSV-COUNT)
                               MOVE RSV-CAL TO
                                   WS-RSV-T-CAL(WS-RSV-COUNT)
                               MOVE RSV-NAME TO
                                   WS-RSV-T-NAME(WS-RSV-COUNT)
                               MOVE RSV-ANSWER TO
                                   WS-RSV-T-ANSWER(WS-RSV-COUNT)
                               MOVE RSV-STAMP TO
                                   WS-RSV-T-STAMP(WS-RSV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RSVPS
           END-IF.

       REWRITE-RSVPS-FILE.
           OPEN OUTPUT RSVPS
           IF WS-RSV-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "warning: cannot write data/rsvp.txt"
           ELSE
               MOVE 0 TO WS-RSV-IDX
               PERFORM UNTIL WS-RSV-IDX >= WS-RSV-COUNT
                   ADD 1 TO WS-RSV-IDX
                   MOVE WS-RSV-T-ID(WS-RSV-IDX) TO RSV-EVENT-ID
                   MOVE SPACE TO RSV-SPACE1
                   MOVE WS-RSV-T-CAL(WS-RSV-IDX) TO RSV-CAL
                   MOVE SPACE TO RSV-SPACE2
                   MOVE WS-RSV-T-NAME(WS-RSV-IDX) TO RSV-NAME
                   MOVE SPACE TO RSV-SPACE3
                   MOVE WS-RSV-T-ANSWER(WS-RSV-IDX) TO RSV-ANSWER
                   MOVE SPACE TO RSV-SPACE4
                   MOVE WS-RSV-T-STAMP(WS-RSV-IDX) TO RSV-STAMP
                   WRITE RSVPS-ENTRY
               END-PERFORM
               CLOSE RSVPS
           END-IF.

       PURGE-EVENT-RSVPS.
      *    A deleted meeting's answers go with it, the same as its
      *    names and rooms.
           PERFORM SET-ATT-CAL-WANT
           PERFORM ACQUIRE-RSVP-LOCK
           PERFORM LOAD-RSVPS
           MOVE WS-RSV-COUNT TO WS-RSV-WAS
           MOVE 0 TO WS-RSV-HIT
           MOVE 0 TO WS-RSV-IDX
           PERFORM UNTIL WS-RSV-IDX >= WS-RSV-COUNT
               ADD 1 TO WS-RSV-IDX
               IF WS-RSV-T-ID(WS-RSV-IDX) EQUAL TO WS-ATT-FOR-ID
                       AND WS-RSV-T-CAL(WS-RSV-IDX) EQUAL TO
                       WS-ATT-CAL-WANT THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-RSV-HIT
                   MOVE WS-RSV(WS-RSV-IDX) TO WS-RSV(WS-RSV-HIT)
               END-IF
           END-PERFORM
           MOVE WS-RSV-HIT TO WS-RSV-COUNT
           IF WS-RSV-COUNT < WS-RSV-WAS THEN
               PERFORM REWRITE-RSVPS-FILE
           END-IF
           PERFORM RELEASE-RSVP-LOCK.

       ARCHIVE-EVENT-RSVPS.
      *    Answers to the events this archive run moved out go with
      *    them, as a deleted meeting's do - left behind, they would
      *    be read as answers to whatever later takes the id.
           PERFORM SET-ATT-CAL-WANT
           PERFORM ACQUIRE-RSVP-LOCK
           PERFORM LOAD-RSVPS
           MOVE WS-RSV-COUNT TO WS-RSV-WAS
           MOVE 0 TO WS-RSV-HIT
           MOVE 0 TO WS-RSV-IDX
           PERFORM UNTIL WS-RSV-IDX >= WS-RSV-COUNT
               ADD 1 TO WS-RSV-IDX
               IF WS-RSV-T-CAL(WS-RSV-IDX) EQUAL TO WS-ATT-CAL-WANT
                       AND WS-RSV-T-ID(WS-RSV-IDX) > 0 AND
                       WS-NTA-SLOT(WS-RSV-T-ID(WS-RSV-IDX)) > 0 THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-RSV-HIT
                   MOVE WS-RSV(WS-RSV-IDX) TO WS-RSV(WS-RSV-HIT)
               END-IF
           END-PERFORM
           MOVE WS-RSV-HIT TO WS-RSV-COUNT
           IF WS-RSV-COUNT < WS-RSV-WAS THEN
               PERFORM REWRITE-RSVPS-FILE
           END-IF
           PERFORM RELEASE-RSVP-LOCK.

       REPORT-RESPONSES.
      *    For every meeting still to come that has attendees -
      *    one-offs from today on, recurring events at their next
      *    occurrence - who has not answered the invitation and
      *    who has declined, so the organiser can chase them
      *    before the day. Takes a -c overlay like clashes does.
      *    Leaves RETURN-CODE 1 when anyone is outstanding.
           PERFORM LOAD-ATTENDEES
           PERFORM LOAD-RSVPS
           MOVE 0 TO WS-RSP-MEETINGS
           MOVE 0 TO WS-RSP-OUTSTANDING
           MOVE 0 TO WS-CAL-IDX
           PERFORM UNTIL WS-CAL-IDX >= WS-CAL-COUNT
               ADD 1 TO WS-CAL-IDX
               MOVE WS-CAL-NAME(WS-CAL-IDX) TO WS-ACTIVE-CAL
               PERFORM SET-EVENTS-FILENAME
               PERFORM SET-ATT-CAL-WANT
               MOVE SPACE TO WS-EOF
               OPEN INPUT EVENTS
               PERFORM CHECK-EVENTS-OPEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM RESPONSES-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE EVENTS
           END-PERFORM
           IF WS-RSP-MEETINGS EQUAL TO 0 THEN
               DISPLAY "no upcoming meetings with attendees."
           ELSE
               DISPLAY WS-RSP-MEETINGS " upcoming meeting(s), "
                   WS-RSP-OUTSTANDING
                   " attendee(s) not answered or declined."
           END-IF
           IF WS-RSP-OUTSTANDING > 0 THEN
               MOVE 1 TO RETURN-CODE
           END-IF.

       RESPONSES-ONE-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           IF WS-EVENT-RECUR-FLAG EQUAL TO 'Y' THEN
               PERFORM CALCULATE-NEXT-OCCURRENCE
           ELSE
               MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
           END-IF
           IF WS-OCCUR-DATE-NUM < WS-TODAY-NUM OR
                   (WS-EVENT-TYPE EQUAL TO 'T' AND
                   WS-EVENT-STATUS EQUAL TO 'D') THEN
               CONTINUE
           ELSE
               MOVE 0 TO WS-RSP-HEADS
               MOVE SPACES TO WS-RSP-NONE-LINE
               MOVE SPACES TO WS-RSP-DECL-LINE
               MOVE 1 TO WS-RSP-NONE-PTR
               MOVE 1 TO WS-RSP-DECL-PTR
               MOVE WS-EVENT-ID TO WS-RPY-ID
               MOVE WS-ATT-CAL-WANT TO WS-RPY-CAL
               MOVE 0 TO WS-ATT-IDX
               PERFORM UNTIL WS-ATT-IDX >= WS-ATT-COUNT
                   ADD 1 TO WS-ATT-IDX
                   IF WS-ATT-T-ID(WS-ATT-IDX) EQUAL TO WS-EVENT-ID
                           AND WS-ATT-T-CAL(WS-ATT-IDX) EQUAL TO
                           WS-ATT-CAL-WANT THEN
                       PERFORM RESPONSES-ONE-ATTENDEE
                   END-IF
               END-PERFORM
               IF WS-RSP-HEADS > 0 THEN
                   ADD 1 TO WS-RSP-MEETINGS
                   DISPLAY WS-OCCUR-DATE-NUM " " WS-EVENT-TIME " ["
                       FUNCTION TRIM(WS-ATT-CAL-WANT TRAILING) "] "
                       WS-EVENT-ID " "
                       FUNCTION TRIM(WS-EVENT-DESC TRAILING)
                   IF WS-RSP-NONE-LINE NOT EQUAL TO SPACES THEN
                       DISPLAY "    no answer: "
                           FUNCTION TRIM(WS-RSP-NONE-LINE TRAILING)
                   END-IF
                   IF WS-RSP-DECL-LINE NOT EQUAL TO SPACES THEN
                       DISPLAY "    declined:  "
                           FUNCTION TRIM(WS-RSP-DECL-LINE TRAILING)
                   END-IF
                   IF WS-RSP-NONE-LINE EQUAL TO SPACES AND
                           WS-RSP-DECL-LINE EQUAL TO SPACES THEN
                       DISPLAY "    everyone has answered, nobody "
                           "declined."
                   END-IF
               END-IF
           END-IF.

       RESPONSES-ONE-ATTENDEE.
           ADD 1 TO WS-RSP-HEADS
           MOVE WS-ATT-T-NAME(WS-ATT-IDX) TO WS-PERSON-NAME
           PERFORM FIND-RSVP-ROW
           EVALUATE TRUE
               WHEN WS-RSV-HIT EQUAL TO 0
                   ADD 1 TO WS-RSP-OUTSTANDING
                   IF WS-RSP-NONE-PTR > 1 THEN
                       STRING ", " DELIMITED BY SIZE
                           INTO WS-RSP-NONE-LINE
                           WITH POINTER WS-RSP-NONE-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-PERSON-NAME TRAILING)
                       DELIMITED BY SIZE INTO WS-RSP-NONE-LINE
                       WITH POINTER WS-RSP-NONE-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               WHEN WS-RSV-T-ANSWER(WS-RSV-HIT) EQUAL TO "DECLINED"
                   ADD 1 TO WS-RSP-OUTSTANDING
                   IF WS-RSP-DECL-PTR > 1 THEN
                       STRING ", " DELIMITED BY SIZE
                           INTO WS-RSP-DECL-LINE
                           WITH POINTER WS-RSP-DECL-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-PERSON-NAME TRAILING)
                       DELIMITED BY SIZE INTO WS-RSP-DECL-LINE
                       WITH POINTER WS-RSP-DECL-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RUN-REQUEST-ACTION.
      *    One entry for the command line and the shell alike;
      *    REQ-ACTION and the REQ-ARG- fields are already set.
      *    Usage slips are reported here and the run goes on, so a
      *    typo at the shell prompt does not end the session.
           EVALUATE REQ-ACTION
               WHEN 'SUBMIT'
                   PERFORM SUBMIT-BOOKING-REQUEST
               WHEN 'LIST'
                   PERFORM LIST-BOOKING-REQUESTS
               WHEN 'APPROVE'
                   IF REQ-ARG-NO EQUAL TO ZERO THEN
                       DISPLAY "usage: colendar request approve <no>"
                   ELSE
                       PERFORM APPROVE-BOOKING-REQUEST
                   END-IF
               WHEN 'REJECT'
                   IF REQ-ARG-NO EQUAL TO ZERO OR
                           REQ-ARG-TEXT EQUAL TO SPACES THEN
                       DISPLAY "usage: colendar request reject <no> "
                           "<reason>"
                   ELSE
                       PERFORM REJECT-BOOKING-REQUEST
                   END-IF
               WHEN 'COUNTER'
                   MOVE REQ-ARG-DATE TO IN-DATE
                   PERFORM VALIDATE-DATE
                   IF REQ-ARG-TIME > 2359 OR
                           FUNCTION MOD(REQ-ARG-TIME, 100) > 59 THEN
                       MOVE 0 TO WS-DATE-VALID
                   END-IF
                   IF REQ-ARG-NO EQUAL TO ZERO OR
                           WS-DATE-VALID NOT EQUAL TO 1 THEN
                       DISPLAY "usage: colendar request counter <no> "
                           "YYYYMMDD [HHMM] [note]"
                   ELSE
                       PERFORM COUNTER-BOOKING-REQUEST
                   END-IF
               WHEN 'ACCEPT'
               WHEN 'WITHDRAW'
                   IF REQ-ARG-NO EQUAL TO ZERO THEN
                       DISPLAY "usage: colendar request "
                           "accept|withdraw <no>"
                   ELSE
                       PERFORM ANSWER-BOOKING-REQUEST
                   END-IF
               WHEN 'REPORT'
                   IF REQ-ARG-DATE NOT EQUAL TO ZERO THEN
                       MOVE REQ-ARG-DATE TO IN-DATE
                       PERFORM VALIDATE-DATE
                   ELSE
                       MOVE 1 TO WS-DATE-VALID
                   END-IF
                   IF WS-DATE-VALID NOT EQUAL TO 1 THEN
                       DISPLAY "usage: colendar request report "
                           "[YYYYMMDD]"
                   ELSE
                       PERFORM REPORT-BOOKING-REQUESTS
                   END-IF
           END-EVALUATE.

       SUBMIT-BOOKING-REQUEST.
      *    The add prompts, then the reason, into the queue under
      *    the requester's login. Nothing here opens the events
      *    master beyond GET-EVENT's own look-ups; the clash and
      *    room checks are the approver's to run.
           MOVE 'E' TO IN-TYPE
           PERFORM SET-ADD-DEFAULTS
           PERFORM GET-EVENT
           DISPLAY "reason for the request (max 80 chars): "
               WITH NO ADVANCING
           MOVE SPACES TO REQ-ARG-TEXT
           ACCEPT REQ-ARG-TEXT
               ON EXCEPTION
                   DISPLAY " "
                   DISPLAY "no input available, aborting."
                   STOP RUN
           END-ACCEPT
           PERFORM SET-ATT-CAL-WANT
           PERFORM ACQUIRE-REQUESTS-LOCK
           PERFORM LOAD-REQUESTS
           IF WS-REQ-COUNT >= 2000 THEN
               DISPLAY "the request queue is full (2000), "
                   "not queued."
           ELSE
               MOVE SPACES TO WS-REQ-ENTRY
               MOVE WS-REQ-NEXT-NO TO WS-REQ-NO
               MOVE WS-ATT-CAL-WANT TO WS-REQ-CAL
               MOVE WS-LOCK-MYUSER TO WS-REQ-USER
               MOVE "PENDING" TO WS-REQ-STATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-REQ-SUBMITTED
               MOVE ZERO TO WS-REQ-EVENT-ID
               MOVE IN-DATE TO WS-REQ-DATE
               MOVE IN-TIME TO WS-REQ-TIME
               MOVE IN-DURATION TO WS-REQ-DURATION
               IF IN-RECUR-FLAG EQUAL TO 'Y' THEN
                   MOVE IN-RECUR-INTERVAL TO WS-REQ-RECUR-INTERVAL
               END-IF
               MOVE IN-CATEGORY TO WS-REQ-CATEGORY
               MOVE IN-REMIND TO WS-REQ-REMIND
               MOVE ZERO TO WS-REQ-ORIG-DATE
               MOVE ZERO TO WS-REQ-ORIG-TIME
               MOVE IN-DESC TO WS-REQ-DESC
               MOVE IN-ZONE TO WS-REQ-ZONE
               MOVE REQ-ARG-TEXT TO WS-REQ-REASON
               IF IN-ATTENDEES NOT EQUAL TO "-" THEN
                   MOVE IN-ATTENDEES TO WS-REQ-ATTENDEES
               END-IF
               IF IN-RESOURCES NOT EQUAL TO "-" THEN
                   MOVE IN-RESOURCES TO WS-REQ-RESOURCES
               END-IF
               ADD 1 TO WS-REQ-COUNT
               MOVE WS-REQ-ENTRY TO WS-REQ-RAW(WS-REQ-COUNT)
               PERFORM REWRITE-REQUESTS-FILE
               IF WS-REQ-OK EQUAL TO 1 THEN
                   DISPLAY "request " WS-REQ-NO " queued for "
                       FUNCTION TRIM(WS-ATT-CAL-WANT TRAILING)
                       " - it is not on the calendar until an "
                       "approver takes it."
               END-IF
           END-IF
           PERFORM RELEASE-REQUESTS-LOCK.

       LIST-BOOKING-REQUESTS.
      *    The approver's view of the active calendar's open
      *    requests, oldest first, each followed by what approving
      *    it as it stands would run into. RETURN-CODE 1 when
      *    anything is waiting, so a wrapper can nag.
           PERFORM SET-ATT-CAL-WANT
           PERFORM LOAD-REQUESTS
           PERFORM LOAD-HOLIDAYS
           MOVE 0 TO WS-REQ-SHOWN
           MOVE 0 TO WS-REQ-IDX
           PERFORM UNTIL WS-REQ-IDX >= WS-REQ-COUNT
               ADD 1 TO WS-REQ-IDX
               MOVE WS-REQ-RAW(WS-REQ-IDX) TO WS-REQ-ENTRY
               IF WS-REQ-CAL EQUAL TO WS-ATT-CAL-WANT AND
                       (WS-REQ-STATE EQUAL TO "PENDING" OR
                       WS-REQ-STATE EQUAL TO "COUNTER") THEN
                   PERFORM LIST-ONE-REQUEST
               END-IF
           END-PERFORM
           IF WS-REQ-SHOWN EQUAL TO 0 THEN
               DISPLAY "no requests waiting for "
                   FUNCTION TRIM(WS-ATT-CAL-WANT TRAILING) "."
           ELSE
               DISPLAY " "
               DISPLAY WS-REQ-SHOWN " request(s) waiting for "
                   FUNCTION TRIM(WS-ATT-CAL-WANT TRAILING) "."
               MOVE 1 TO RETURN-CODE
           END-IF.

       LIST-ONE-REQUEST.
      *    A request on counter-proposal is still listed - the
      *    approver can see it is waiting on the requester.
           ADD 1 TO WS-REQ-SHOWN
           IF WS-REQ-SHOWN > 1 THEN
               DISPLAY " "
           END-IF
           PERFORM SHOW-BOOKING-REQUEST
           PERFORM CHECK-REQUEST-CONFLICTS
           IF WS-REQ-OK EQUAL TO 1 THEN
               DISPLAY "    no clashes, blackout dates or room "
                   "conflicts."
           END-IF.

       SHOW-BOOKING-REQUEST.
           DISPLAY "request " WS-REQ-NO "  "
               FUNCTION TRIM(WS-REQ-STATE TRAILING) "  from "
               FUNCTION TRIM(WS-REQ-USER TRAILING) "  submitted "
               WS-REQ-SUBMITTED(1:8) " " WS-REQ-SUBMITTED(9:4)
           DISPLAY "    " WS-REQ-DATE " at " WS-REQ-TIME " for "
               WS-REQ-DURATION " min  ["
               FUNCTION TRIM(WS-REQ-CATEGORY TRAILING) "]  "
               FUNCTION TRIM(WS-REQ-DESC TRAILING)
           IF WS-REQ-ZONE NOT EQUAL TO SPACES THEN
               DISPLAY "    time zone "
                   FUNCTION TRIM(WS-REQ-ZONE TRAILING)
           END-IF
           IF WS-REQ-RECUR-INTERVAL NOT EQUAL TO SPACES THEN
               DISPLAY "    repeats "
                   FUNCTION TRIM(WS-REQ-RECUR-INTERVAL TRAILING)
           END-IF
           IF WS-REQ-ATTENDEES NOT EQUAL TO SPACES THEN
               DISPLAY "    attendees: "
                   FUNCTION TRIM(WS-REQ-ATTENDEES TRAILING)
           END-IF
           IF WS-REQ-RESOURCES NOT EQUAL TO SPACES THEN
               DISPLAY "    resources: "
                   FUNCTION TRIM(WS-REQ-RESOURCES TRAILING)
           END-IF
           DISPLAY "    reason: " FUNCTION TRIM(WS-REQ-REASON TRAILING)
           IF WS-REQ-STATE EQUAL TO "COUNTER" THEN
               DISPLAY "    counter-proposed by "
                   FUNCTION TRIM(WS-REQ-DECIDER TRAILING) " "
                   WS-REQ-COUNTERED(1:8) " " WS-REQ-COUNTERED(9:4)
                   " (asked for " WS-REQ-ORIG-DATE " at "
                   WS-REQ-ORIG-TIME "), waiting on the requester"
               IF WS-REQ-NOTE NOT EQUAL TO SPACES THEN
                   DISPLAY "    note: "
                       FUNCTION TRIM(WS-REQ-NOTE TRAILING)
               END-IF
           END-IF.

       CHECK-REQUEST-CONFLICTS.
      *    The add path's own checks, run on the request in
      *    WS-REQ-ENTRY: clashes on the calendar, a blackout date,
      *    rooms unknown, too small or taken. Each reports what it
      *    finds as it goes; WS-REQ-OK comes back 1 when none of
      *    them found anything. The holiday table must be loaded.
           PERFORM SET-REQUEST-INPUT
           PERFORM CHECK-CLASH-EVENT
           MOVE IN-DATE TO WS-HOL-CHECK-DATE
           PERFORM CHECK-HOLIDAY-DATE
           MOVE WS-HOL-HIT TO WS-REQ-HOL-HIT
           IF WS-REQ-HOL-HIT EQUAL TO 1 THEN
               DISPLAY "holiday: " IN-DATE " is "
                   FUNCTION TRIM(WS-HOL-HIT-NAME TRAILING)
                   " (blackout date)"
           END-IF
           PERFORM CHECK-RESOURCE-BOOKINGS
           IF WS-CLASH-FOUND EQUAL TO 0 AND
                   WS-REQ-HOL-HIT EQUAL TO 0 AND
                   WS-BKG-REFUSED EQUAL TO 0 THEN
               MOVE 1 TO WS-REQ-OK
           ELSE
               MOVE 0 TO WS-REQ-OK
           END-IF.

       SET-REQUEST-INPUT.
      *    The request's proposed event into the prompt fields the
      *    add path and its checks work from, as a new event.
           MOVE WS-REQ-DATE TO IN-DATE
           MOVE WS-REQ-TIME TO IN-TIME
           MOVE WS-REQ-DURATION TO IN-DURATION
           MOVE WS-REQ-DESC TO IN-DESC
           MOVE WS-REQ-CATEGORY TO IN-CATEGORY
           MOVE WS-REQ-REMIND TO IN-REMIND
           MOVE 'E' TO IN-TYPE
           IF WS-REQ-RECUR-INTERVAL EQUAL TO SPACES THEN
               MOVE 'N' TO IN-RECUR-FLAG
               MOVE SPACES TO IN-RECUR-INTERVAL
           ELSE
               MOVE 'Y' TO IN-RECUR-FLAG
               MOVE WS-REQ-RECUR-INTERVAL TO IN-RECUR-INTERVAL
           END-IF
           MOVE WS-REQ-ATTENDEES TO IN-ATTENDEES
           MOVE WS-REQ-RESOURCES TO IN-RESOURCES
           MOVE WS-REQ-ZONE TO IN-ZONE.

       FIND-OPEN-REQUEST.
      *    REQ-ARG-NO in the loaded queue. WS-REQ-OK comes back 1,
      *    with the request in WS-REQ-ENTRY and its slot in
      *    WS-REQ-HIT, when it exists, belongs to the active
      *    calendar and is still open; otherwise the reason is on
      *    the screen.
           PERFORM SET-ATT-CAL-WANT
           MOVE 0 TO WS-REQ-OK
           MOVE 0 TO WS-REQ-HIT
           MOVE 0 TO WS-REQ-IDX
           PERFORM UNTIL WS-REQ-IDX >= WS-REQ-COUNT OR
                   WS-REQ-HIT > 0
               ADD 1 TO WS-REQ-IDX
               MOVE WS-REQ-RAW(WS-REQ-IDX) TO WS-REQ-ENTRY
               IF WS-REQ-NO EQUAL TO REQ-ARG-NO THEN
                   MOVE WS-REQ-IDX TO WS-REQ-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-REQ-HIT EQUAL TO 0
                   DISPLAY "no request " REQ-ARG-NO " in the queue."
               WHEN WS-REQ-CAL NOT EQUAL TO WS-ATT-CAL-WANT
                   DISPLAY "request " REQ-ARG-NO " is for calendar "
                       FUNCTION TRIM(WS-REQ-CAL TRAILING)
                       " - name it with -c."
               WHEN WS-REQ-STATE NOT EQUAL TO "PENDING" AND
                       WS-REQ-STATE NOT EQUAL TO "COUNTER"
                   DISPLAY "request " REQ-ARG-NO " is already "
                       FUNCTION TRIM(WS-REQ-STATE TRAILING) " ("
                       FUNCTION TRIM(WS-REQ-DECIDER TRAILING) " "
                       WS-REQ-DECIDED(1:8) " " WS-REQ-DECIDED(9:4)
                       ")."
               WHEN OTHER
                   MOVE 1 TO WS-REQ-OK
           END-EVALUATE.

       APPROVE-BOOKING-REQUEST.
      *    Checks and the are-you-sure come first with nothing
      *    locked, as on add. The queue is then re-read under the
      *    calendar lock and its own, and the request must be just
      *    as it was shown - otherwise two approvers, or a counter
      *    taken meanwhile, could book something nobody checked.
      *    A room conflict refuses outright, the way add does; the
      *    approver counter-proposes or rejects instead.
           PERFORM LOAD-REQUESTS
           PERFORM FIND-OPEN-REQUEST
           IF WS-REQ-OK EQUAL TO 1 AND
                   WS-REQ-STATE EQUAL TO "COUNTER" THEN
               DISPLAY "request " REQ-ARG-NO " is waiting on "
                   FUNCTION TRIM(WS-REQ-USER TRAILING)
                   " to accept the counter-proposal."
               MOVE 0 TO WS-REQ-OK
           END-IF
           IF WS-REQ-OK EQUAL TO 1 THEN
               MOVE WS-REQ-ENTRY TO WS-REQ-SEEN-RAW
               PERFORM LOAD-HOLIDAYS
               PERFORM SHOW-BOOKING-REQUEST
               PERFORM CHECK-REQUEST-CONFLICTS
               IF WS-BKG-REFUSED EQUAL TO 1 THEN
                   DISPLAY "not approved."
                   MOVE 0 TO WS-REQ-OK
               ELSE
                   IF WS-CLASH-FOUND EQUAL TO 1 OR
                           WS-REQ-HOL-HIT EQUAL TO 1 THEN
                       DISPLAY "approve it anyway? (y/n): "
                           WITH NO ADVANCING
                       ACCEPT WS-CLASH-ANSWER
                       IF FUNCTION UPPER-CASE(WS-CLASH-ANSWER) NOT
                               EQUAL TO 'Y' THEN
                           DISPLAY "not approved."
                           MOVE 0 TO WS-REQ-OK
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REQ-OK EQUAL TO 1 THEN
               PERFORM ACQUIRE-CALENDAR-LOCK
               PERFORM ACQUIRE-REQUESTS-LOCK
               PERFORM LOAD-REQUESTS
               PERFORM FIND-OPEN-REQUEST
               IF WS-REQ-OK EQUAL TO 1 AND
                       WS-REQ-ENTRY NOT EQUAL TO WS-REQ-SEEN-RAW THEN
                   DISPLAY "request " REQ-ARG-NO " changed while it "
                       "was being checked - list it again."
                   MOVE 0 TO WS-REQ-OK
               END-IF
               IF WS-REQ-OK EQUAL TO 1 THEN
                   PERFORM SET-REQUEST-INPUT
                   MOVE "approve" TO WS-AUDIT-COMMAND
                   PERFORM BACKUP-EVENTS
                   PERFORM WRITE-EVENT
                   MOVE WS-EVENT-ID TO WS-ATT-FOR-ID
                   PERFORM STORE-EVENT-ATTENDEES
                   PERFORM STORE-EVENT-ZONE
                   PERFORM STORE-EVENT-BOOKINGS
                   PERFORM SPOOL-EVENT-INVITATIONS
                   MOVE "APPROVED" TO WS-REQ-STATE
                   MOVE WS-ATT-FOR-ID TO WS-REQ-EVENT-ID
                   PERFORM SET-REQUEST-DECIDED
                   MOVE WS-REQ-ENTRY TO WS-REQ-RAW(WS-REQ-HIT)
                   PERFORM REWRITE-REQUESTS-FILE
                   DISPLAY "request " REQ-ARG-NO " approved as event "
                       WS-REQ-EVENT-ID "."
               END-IF
               PERFORM RELEASE-REQUESTS-LOCK
               IF WS-REQ-OK EQUAL TO 1 THEN
                   PERFORM SPOOL-REQUEST-DECISION
               END-IF
           END-IF.

       REJECT-BOOKING-REQUEST.
           PERFORM ACQUIRE-REQUESTS-LOCK
           PERFORM LOAD-REQUESTS
           PERFORM FIND-OPEN-REQUEST
           IF WS-REQ-OK EQUAL TO 1 THEN
               MOVE "REJECTED" TO WS-REQ-STATE
               MOVE REQ-ARG-TEXT TO WS-REQ-NOTE
               PERFORM SET-REQUEST-DECIDED
               MOVE WS-REQ-ENTRY TO WS-REQ-RAW(WS-REQ-HIT)
               PERFORM REWRITE-REQUESTS-FILE
               IF WS-REQ-OK EQUAL TO 1 THEN
                   DISPLAY "request " REQ-ARG-NO " rejected."
               END-IF
           END-IF
           PERFORM RELEASE-REQUESTS-LOCK
           IF WS-REQ-OK EQUAL TO 1 THEN
               PERFORM SPOOL-REQUEST-DECISION
           END-IF.

       COUNTER-BOOKING-REQUEST.
      *    Offer the requester another date (and time - left as
      *    asked when none is given). The slot first asked for is
      *    kept from the first counter on, so the history shows
      *    what was wanted. The request waits on the requester to
      *    accept or withdraw; the new slot is checked here for
      *    the approver's information only.
           PERFORM ACQUIRE-REQUESTS-LOCK
           PERFORM LOAD-REQUESTS
           PERFORM FIND-OPEN-REQUEST
           IF WS-REQ-OK EQUAL TO 1 THEN
               IF WS-REQ-ORIG-DATE EQUAL TO ZERO THEN
                   MOVE WS-REQ-DATE TO WS-REQ-ORIG-DATE
                   MOVE WS-REQ-TIME TO WS-REQ-ORIG-TIME
               END-IF
               MOVE REQ-ARG-DATE TO WS-REQ-DATE
               IF REQ-ARG-TIME NOT EQUAL TO ZERO THEN
                   MOVE REQ-ARG-TIME TO WS-REQ-TIME
               END-IF
               MOVE "COUNTER" TO WS-REQ-STATE
               MOVE REQ-ARG-TEXT TO WS-REQ-NOTE
               PERFORM SET-LOCK-USER
               MOVE WS-LOCK-MYUSER TO WS-REQ-DECIDER
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-REQ-COUNTERED
               MOVE WS-REQ-ENTRY TO WS-REQ-RAW(WS-REQ-HIT)
               PERFORM REWRITE-REQUESTS-FILE
               IF WS-REQ-OK EQUAL TO 1 THEN
                   DISPLAY "request " REQ-ARG-NO " counter-proposed "
                       "for " WS-REQ-DATE " at " WS-REQ-TIME
                       " - waiting on "
                       FUNCTION TRIM(WS-REQ-USER TRAILING) "."
               END-IF
           END-IF
           PERFORM RELEASE-REQUESTS-LOCK
           IF WS-REQ-OK EQUAL TO 1 THEN
               PERFORM SPOOL-REQUEST-DECISION
               PERFORM LOAD-HOLIDAYS
               PERFORM CHECK-REQUEST-CONFLICTS
           END-IF.

       ANSWER-BOOKING-REQUEST.
      *    The requester's side. Accepting a counter-proposal puts
      *    the request back in front of the approvers at the new
      *    slot; withdrawing closes it. Only the person who asked
      *    may do either.
           PERFORM ACQUIRE-REQUESTS-LOCK
           PERFORM LOAD-REQUESTS
           PERFORM FIND-OPEN-REQUEST
           IF WS-REQ-OK EQUAL TO 1 AND
                   WS-REQ-USER NOT EQUAL TO WS-LOCK-MYUSER THEN
               DISPLAY "request " REQ-ARG-NO " was made by "
                   FUNCTION TRIM(WS-REQ-USER TRAILING)
                   " - only they can accept or withdraw it."
               MOVE 0 TO WS-REQ-OK
           END-IF
           IF WS-REQ-OK EQUAL TO 1 AND REQ-ACTION EQUAL TO 'ACCEPT'
                   AND WS-REQ-STATE NOT EQUAL TO "COUNTER" THEN
               DISPLAY "request " REQ-ARG-NO
                   " has no counter-proposal to accept."
               MOVE 0 TO WS-REQ-OK
           END-IF
           IF WS-REQ-OK EQUAL TO 1 THEN
               IF REQ-ACTION EQUAL TO 'ACCEPT' THEN
                   MOVE "PENDING" TO WS-REQ-STATE
               ELSE
                   MOVE "WITHDRAWN" TO WS-REQ-STATE
                   PERFORM SET-REQUEST-DECIDED
               END-IF
               MOVE WS-REQ-ENTRY TO WS-REQ-RAW(WS-REQ-HIT)
               PERFORM REWRITE-REQUESTS-FILE
               IF WS-REQ-OK EQUAL TO 1 THEN
                   IF REQ-ACTION EQUAL TO 'ACCEPT' THEN
                       DISPLAY "request " REQ-ARG-NO " accepted for "
                           WS-REQ-DATE " at " WS-REQ-TIME
                           " - back with the approvers."
                   ELSE
                       DISPLAY "request " REQ-ARG-NO " withdrawn."
                   END-IF
               END-IF
           END-IF
           PERFORM RELEASE-REQUESTS-LOCK.

       SET-REQUEST-DECIDED.
           PERFORM SET-LOCK-USER
           MOVE WS-LOCK-MYUSER TO WS-REQ-DECIDER
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-REQ-DECIDED.

       LOAD-REQUESTS.
      *    The whole queue into core, and the number the next
      *    request will get. No file yet just means an empty queue.
           MOVE 0 TO WS-REQ-COUNT
           MOVE 1 TO WS-REQ-NEXT-NO
           MOVE SPACE TO WS-REQ-EOF
           OPEN INPUT REQUESTS
           IF WS-REQ-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-REQ-EOF = 'Y'
                   READ REQUESTS NEXT RECORD INTO WS-REQ-ENTRY
                       AT END MOVE 'Y' TO WS-REQ-EOF
                       NOT AT END
                           IF WS-REQ-COUNT < 2000 AND
                                   WS-REQ-NO IS NUMERIC THEN
                               ADD 1 TO WS-REQ-COUNT
                               MOVE WS-REQ-ENTRY TO
                                   WS-REQ-RAW(WS-REQ-COUNT)
                               IF WS-REQ-NO >= WS-REQ-NEXT-NO THEN
                                   COMPUTE WS-REQ-NEXT-NO =
                                       WS-REQ-NO + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUESTS
           END-IF.

       REWRITE-REQUESTS-FILE.
      *    WS-REQ-OK drops to 0 when the queue could not be saved.
           OPEN OUTPUT REQUESTS
           IF WS-REQ-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "warning: cannot write data/requests.txt"
               MOVE 0 TO WS-REQ-OK
           ELSE
               MOVE 1 TO WS-REQ-OK
               MOVE 0 TO WS-REQ-IDX
               PERFORM UNTIL WS-REQ-IDX >= WS-REQ-COUNT
                   ADD 1 TO WS-REQ-IDX
                   WRITE REQUESTS-ENTRY FROM WS-REQ-RAW(WS-REQ-IDX)
               END-PERFORM
               CLOSE REQUESTS
           END-IF.

       SPOOL-REQUEST-DECISION.
      *    Tell the requester what became of the request in
      *    WS-REQ-ENTRY: one message file in data/spool for the
      *    mailer, addressed from data/contacts.txt by the login
      *    the request was made under.
           PERFORM LOAD-CONTACTS
           MOVE WS-REQ-USER TO WS-PERSON-NAME
           PERFORM FIND-CONTACT-ADDR
           IF WS-CON-HIT EQUAL TO 0 THEN
               DISPLAY "no contact address for "
                   FUNCTION TRIM(WS-PERSON-NAME TRAILING)
                   ", decision not spooled"
           ELSE
               PERFORM SET-SPOOL-NAME-WORK
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SPOOL-STAMP
               MOVE SPACES TO WS-SPOOL-FILENAME
               STRING "data/spool/request-" WS-SPOOL-STAMP "-"
                   WS-REQ-NO "-"
                   WS-SPOOL-NAME-WORK(1:WS-SPOOL-NAME-LEN) ".txt"
                   DELIMITED BY SIZE INTO WS-SPOOL-FILENAME
               OPEN OUTPUT SPOOL-FILE
               IF WS-SPOOL-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "cannot write "
                       FUNCTION TRIM(WS-SPOOL-FILENAME TRAILING)
                       " (does data/spool exist?)"
               ELSE
                   PERFORM WRITE-REQUEST-DECISION
                   CLOSE SPOOL-FILE
               END-IF
           END-IF.

       WRITE-REQUEST-DECISION.
           MOVE SPACES TO SPOOL-FILE-ENTRY
           STRING "To: " FUNCTION TRIM(WS-CON-HIT-ADDR TRAILING)
               DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
           WRITE SPOOL-FILE-ENTRY
           MOVE SPACES TO SPOOL-FILE-ENTRY
           EVALUATE WS-REQ-STATE
               WHEN "APPROVED"
                   STRING "Subject: colendar booking request "
                       WS-REQ-NO " approved" DELIMITED BY SIZE
                       INTO SPOOL-FILE-ENTRY
               WHEN "REJECTED"
                   STRING "Subject: colendar booking request "
                       WS-REQ-NO " rejected" DELIMITED BY SIZE
                       INTO SPOOL-FILE-ENTRY
               WHEN OTHER
                   STRING "Subject: colendar booking request "
                       WS-REQ-NO " - another time proposed"
                       DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
           END-EVALUATE
           WRITE SPOOL-FILE-ENTRY
           MOVE SPACES TO SPOOL-FILE-ENTRY
           WRITE SPOOL-FILE-ENTRY
           MOVE SPACES TO SPOOL-FILE-ENTRY
           STRING "Your request for the "
               FUNCTION TRIM(WS-REQ-CAL TRAILING)
               " calendar, made " WS-REQ-SUBMITTED(1:8) " "
               WS-REQ-SUBMITTED(9:4) ":" DELIMITED BY SIZE
               INTO SPOOL-FILE-ENTRY
           WRITE SPOOL-FILE-ENTRY
           MOVE SPACES TO SPOOL-FILE-ENTRY
           IF WS-REQ-STATE EQUAL TO "COUNTER" THEN
               STRING "  " WS-REQ-ORIG-DATE " at " WS-REQ-ORIG-TIME
                   " for " WS-REQ-DURATION " min: "
                   FUNCTION TRIM(WS-REQ-DESC TRAILING)
                   DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
           ELSE
               STRING "  " WS-REQ-DATE " at " WS-REQ-TIME
                   " for " WS-REQ-DURATION " min: "
                   FUNCTION TRIM(WS-REQ-DESC TRAILING)
                   DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
           END-IF
           WRITE SPOOL-FILE-ENTRY
           MOVE SPACES TO SPOOL-FILE-ENTRY
           WRITE SPOOL-FILE-ENTRY
           MOVE SPACES TO SPOOL-FILE-ENTRY
           EVALUATE WS-REQ-STATE
               WHEN "APPROVED"
                   STRING "has been approved by "
                       FUNCTION TRIM(WS-REQ-DECIDER TRAILING)
                       " and is on the calendar as event "
                       WS-REQ-EVENT-ID "." DELIMITED BY SIZE
                       INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
               WHEN "REJECTED"
                   STRING "has been rejected by "
                       FUNCTION TRIM(WS-REQ-DECIDER TRAILING)
                       ". Reason given:" DELIMITED BY SIZE
                       INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   MOVE SPACES TO SPOOL-FILE-ENTRY
                   STRING "  " FUNCTION TRIM(WS-REQ-NOTE TRAILING)
                       DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
               WHEN OTHER
                   STRING "could not be approved as asked. "
                       FUNCTION TRIM(WS-REQ-DECIDER TRAILING)
                       " proposes instead " WS-REQ-DATE " at "
                       WS-REQ-TIME "." DELIMITED BY SIZE
                       INTO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   IF WS-REQ-NOTE NOT EQUAL TO SPACES THEN
                       MOVE SPACES TO SPOOL-FILE-ENTRY
                       STRING "  " FUNCTION TRIM(WS-REQ-NOTE TRAILING)
                           DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
                       WRITE SPOOL-FILE-ENTRY
                   END-IF
                   MOVE SPACES TO SPOOL-FILE-ENTRY
                   WRITE SPOOL-FILE-ENTRY
                   PERFORM WRITE-REQUEST-ANSWER-HINT
           END-EVALUATE.

       WRITE-REQUEST-ANSWER-HINT.
      *    The commands that answer a counter-proposal; the
      *    default calendar needs no -c.
           MOVE SPACES TO SPOOL-FILE-ENTRY
           IF WS-REQ-CAL EQUAL TO "default" THEN
               STRING "To take it:   colendar request accept "
                   WS-REQ-NO DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE SPACES TO SPOOL-FILE-ENTRY
               STRING "To drop it:   colendar request withdraw "
                   WS-REQ-NO DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
           ELSE
               STRING "To take it:   colendar -c "
                   FUNCTION TRIM(WS-REQ-CAL TRAILING)
                   " request accept " WS-REQ-NO DELIMITED BY SIZE
                   INTO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE SPACES TO SPOOL-FILE-ENTRY
               STRING "To drop it:   colendar -c "
                   FUNCTION TRIM(WS-REQ-CAL TRAILING)
                   " request withdraw " WS-REQ-NO DELIMITED BY SIZE
                   INTO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
           END-IF.

       REPORT-BOOKING-REQUESTS.
      *    The week's queue statement, all calendars together:
      *    requests approved, rejected or withdrawn during the
      *    week, and those still open at its end, each with how
      *    long it waited. The week runs Monday to Sunday around
      *    the date given, the current week when none is.
           IF REQ-ARG-DATE EQUAL TO ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO REQ-ARG-DATE
           END-IF
           COMPUTE WS-REQ-WEEK-INT =
               FUNCTION INTEGER-OF-DATE(REQ-ARG-DATE)
           COMPUTE WS-REQ-WEEK-INT = WS-REQ-WEEK-INT -
               FUNCTION MOD(WS-REQ-WEEK-INT - 1, 7)
           COMPUTE WS-REQ-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-REQ-WEEK-INT)
           COMPUTE WS-REQ-WEEK-END =
               FUNCTION DATE-OF-INTEGER(WS-REQ-WEEK-INT + 6)
           COMPUTE WS-REQ-FROM-MINS = WS-REQ-WEEK-INT * 1440
           COMPUTE WS-REQ-TO-MINS = (WS-REQ-WEEK-INT + 7) * 1440
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-REQ-STAMP-WORK
           PERFORM REQ-STAMP-TO-MINS
           MOVE WS-REQ-MINS-WORK TO WS-REQ-ASOF-MINS
           IF WS-REQ-ASOF-MINS > WS-REQ-TO-MINS THEN
               MOVE WS-REQ-TO-MINS TO WS-REQ-ASOF-MINS
           END-IF
           MOVE 0 TO WS-REQ-APPROVED
           MOVE 0 TO WS-REQ-REJECTED
           MOVE 0 TO WS-REQ-WITHDRAWN
           MOVE 0 TO WS-REQ-OPEN
           PERFORM LOAD-REQUESTS

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "data/colendar-requests-" WS-REQ-WEEK-START ".prn"
               DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open " WS-PRINT-FILENAME
               STOP RUN
           END-IF
           MOVE WS-REQ-WEEK-START(1:4) TO FMTYEAR
           MOVE WS-REQ-WEEK-START(5:2) TO FMTMONTH
           PERFORM GET-PRETTY-MONTH
           MOVE "booking requests" TO WS-PRINT-TITLE
           MOVE 0 TO WS-PRINT-LINES
           MOVE 0 TO WS-PRINT-PAGE
           MOVE 0 TO PRINTFLAG
           MOVE SPACES TO WS-GRID-LINE
           STRING "week " WS-REQ-WEEK-START " to " WS-REQ-WEEK-END
               ", all calendars" DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           STRING "req    calendar    requested by          "
               "submitted      state      decided        waited"
               DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE 0 TO WS-REQ-IDX
           PERFORM UNTIL WS-REQ-IDX >= WS-REQ-COUNT
               ADD 1 TO WS-REQ-IDX
               PERFORM REPORT-ONE-REQUEST
           END-PERFORM
           MOVE SPACES TO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           STRING "approved " WS-REQ-APPROVED "   rejected "
               WS-REQ-REJECTED "   withdrawn " WS-REQ-WITHDRAWN
               "   still open " WS-REQ-OPEN DELIMITED BY SIZE
               INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           CLOSE PRINT-FILE
           DISPLAY "wrote " WS-PRINT-FILENAME
           DISPLAY FUNCTION TRIM(WS-GRID-LINE TRAILING).

       REPORT-ONE-REQUEST.
      *    A request shows in the week it was decided, with what
      *    was decided, and in every week it was still open at the
      *    end of, as OPEN. Its wait runs from submission to the
      *    decision, or to the end of the week for an open one.
           MOVE WS-REQ-RAW(WS-REQ-IDX) TO WS-REQ-ENTRY
           MOVE 0 TO WS-REQ-IN-WEEK
           MOVE WS-REQ-SUBMITTED TO WS-REQ-STAMP-WORK
           PERFORM REQ-STAMP-TO-MINS
           MOVE WS-REQ-MINS-WORK TO WS-REQ-SUB-MINS
           IF WS-REQ-DECIDED EQUAL TO SPACES THEN
               MOVE WS-REQ-TO-MINS TO WS-REQ-DEC-MINS
           ELSE
               MOVE WS-REQ-DECIDED TO WS-REQ-STAMP-WORK
               PERFORM REQ-STAMP-TO-MINS
               MOVE WS-REQ-MINS-WORK TO WS-REQ-DEC-MINS
           END-IF
           EVALUATE TRUE
               WHEN WS-REQ-SUB-MINS >= WS-REQ-TO-MINS
                   CONTINUE
               WHEN WS-REQ-DEC-MINS >= WS-REQ-TO-MINS
                   MOVE 1 TO WS-REQ-IN-WEEK
                   MOVE "OPEN" TO WS-REQ-ROW-STATE
                   COMPUTE WS-REQ-WAIT-MINS =
                       WS-REQ-ASOF-MINS - WS-REQ-SUB-MINS
                   ADD 1 TO WS-REQ-OPEN
               WHEN WS-REQ-DEC-MINS >= WS-REQ-FROM-MINS
                   MOVE 1 TO WS-REQ-IN-WEEK
                   MOVE WS-REQ-STATE TO WS-REQ-ROW-STATE
                   COMPUTE WS-REQ-WAIT-MINS =
                       WS-REQ-DEC-MINS - WS-REQ-SUB-MINS
                   EVALUATE WS-REQ-STATE
                       WHEN "APPROVED"
                           ADD 1 TO WS-REQ-APPROVED
                       WHEN "REJECTED"
                           ADD 1 TO WS-REQ-REJECTED
                       WHEN OTHER
                           ADD 1 TO WS-REQ-WITHDRAWN
                   END-EVALUATE
           END-EVALUATE
           IF WS-REQ-IN-WEEK EQUAL TO 1 THEN
               IF WS-REQ-WAIT-MINS < 0 THEN
                   MOVE 0 TO WS-REQ-WAIT-MINS
               END-IF
               COMPUTE WS-REQ-WAIT-DAYS =
                   FUNCTION INTEGER(WS-REQ-WAIT-MINS / 1440)
               COMPUTE WS-REQ-WAIT-HOURS = FUNCTION INTEGER(
                   FUNCTION MOD(WS-REQ-WAIT-MINS, 1440) / 60)
               MOVE SPACES TO WS-GRID-LINE
               IF WS-REQ-ROW-STATE EQUAL TO "OPEN" THEN
                   STRING WS-REQ-NO "  " WS-REQ-CAL "  " WS-REQ-USER
                       "  " WS-REQ-SUBMITTED(1:8) " "
                       WS-REQ-SUBMITTED(9:4) "  " WS-REQ-ROW-STATE
                       "  " "             " "  " WS-REQ-WAIT-DAYS "d "
                       WS-REQ-WAIT-HOURS "h" DELIMITED BY SIZE
                       INTO WS-GRID-LINE
               ELSE
                   STRING WS-REQ-NO "  " WS-REQ-CAL "  " WS-REQ-USER
                       "  " WS-REQ-SUBMITTED(1:8) " "
                       WS-REQ-SUBMITTED(9:4) "  " WS-REQ-ROW-STATE
                       "  " WS-REQ-DECIDED(1:8) " "
                       WS-REQ-DECIDED(9:4) "  " WS-REQ-WAIT-DAYS "d "
                       WS-REQ-WAIT-HOURS "h" DELIMITED BY SIZE
                       INTO WS-GRID-LINE
               END-IF
               PERFORM EMIT-GRID-LINE
           END-IF.

       APPEND-REQUEST-TEXT.
      *    One more word of a reason or note onto REQ-ARG-TEXT.
           IF WS-REQ-ARG-PTR > 1 THEN
               STRING " " DELIMITED BY SIZE INTO REQ-ARG-TEXT
                   WITH POINTER WS-REQ-ARG-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-REQ-WORD TRAILING)
               DELIMITED BY SIZE INTO REQ-ARG-TEXT
               WITH POINTER WS-REQ-ARG-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

       REQ-STAMP-TO-MINS.
      *    A YYYYMMDDHHMMSS stamp to minutes, the lock sweep's way;
      *    a damaged stamp counts as nothing.
           IF WS-REQ-STAMP-WORK(1:12) IS NUMERIC THEN
               COMPUTE WS-REQ-MINS-WORK =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-REQ-STAMP-WORK(1:8))) * 1440
                   + FUNCTION NUMVAL(WS-REQ-STAMP-WORK(9:2)) * 60
                   + FUNCTION NUMVAL(WS-REQ-STAMP-WORK(11:2))
           ELSE
               MOVE 0 TO WS-REQ-MINS-WORK
           END-IF.

       EXPORT-EVENTS.
      *    Write every event out as an RFC 5545 .ics calendar, one
      *    VEVENT per record, for import into other calendar tools.
      *    Recurring events carry an RRULE instead of being expanded.
      *    The file is data/colendar.ics unless the caller has named
      *    another in WS-EXPORT-FILENAME.
           MOVE 0 TO WS-EXPORT-COUNT
           OPEN OUTPUT ICS-EXPORT
           IF WS-EXPORT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open "
                   FUNCTION TRIM(WS-EXPORT-FILENAME TRAILING)
                   " (status " WS-EXPORT-STATUS ")"
           ELSE
               PERFORM EXPORT-EVENTS-TO-ICS
           END-IF.

       EXPORT-EVENTS-TO-ICS.
           MOVE "BEGIN:VCALENDAR" TO ICS-EXPORT-ENTRY
           WRITE ICS-EXPORT-ENTRY
           MOVE "VERSION:2.0" TO ICS-EXPORT-ENTRY
           WRITE ICS-EXPORT-ENTRY
           MOVE "PRODID:-//colendar//colendar 1.0//EN" TO
               ICS-EXPORT-ENTRY
           WRITE ICS-EXPORT-ENTRY

      *    Every zone on file is defined up front, so any event's
      *    TZID below resolves within the file.
           PERFORM LOAD-ZONE-TABLES
           MOVE 0 TO WS-ZON-IDX
           PERFORM UNTIL WS-ZON-IDX >= WS-ZON-COUNT
               ADD 1 TO WS-ZON-IDX
               MOVE WS-ZON-IDX TO WS-TZ-HIT
               PERFORM BUILD-VTIMEZONE-LINES
               MOVE 0 TO WS-VTZ-IDX
               PERFORM UNTIL WS-VTZ-IDX >= WS-VTZ-COUNT
                   ADD 1 TO WS-VTZ-IDX
                   MOVE WS-VTZ-LINE(WS-VTZ-IDX) TO ICS-EXPORT-ENTRY
                   WRITE ICS-EXPORT-ENTRY
               END-PERFORM
           END-PERFORM

      *    One DTSTAMP per VEVENT, RFC 5545 ss3.6.1 - built once here
      *    rather than re-read per record, same as WS-CURRENT-TIME is
      *    built once ahead of PRINT-WEEK's loop.
           MOVE SPACES TO WS-EXPORT-DTSTAMP
           STRING FUNCTION CURRENT-DATE(1:8) "T"
               FUNCTION CURRENT-DATE(9:6) "Z" DELIMITED BY SIZE
               INTO WS-EXPORT-DTSTAMP

      *    Notes go into each VEVENT's DESCRIPTION.
           PERFORM LOAD-NOTES

           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-EXPORT-COUNT
                       PERFORM WRITE-ICS-EVENT
           END-READ
           END-PERFORM
           CLOSE EVENTS

           MOVE "END:VCALENDAR" TO ICS-EXPORT-ENTRY
           WRITE ICS-EXPORT-ENTRY
           CLOSE ICS-EXPORT
           DISPLAY "exported " WS-EXPORT-COUNT " event(s) to "
               FUNCTION TRIM(WS-EXPORT-FILENAME TRAILING).

       WRITE-ICS-EVENT.
           MOVE "BEGIN:VEVENT" TO ICS-EXPORT-ENTRY
           WRITE ICS-EXPORT-ENTRY

           MOVE SPACES TO WS-ICS-LINE
           STRING "UID:" WS-EVENT-ID "@colendar" DELIMITED BY SIZE
               INTO WS-ICS-LINE
           MOVE WS-ICS-LINE TO ICS-EXPORT-ENTRY
           WRITE ICS-EXPORT-ENTRY

           MOVE SPACES TO WS-ICS-LINE
           STRING "DTSTAMP:" WS-EXPORT-DTSTAMP DELIMITED BY SIZE
               INTO WS-ICS-LINE
           MOVE WS-ICS-LINE TO ICS-EXPORT-ENTRY
           WRITE ICS-EXPORT-ENTRY

           PERFORM SET-RECORD-ZONE
           MOVE SPACES TO WS-TZ-ICS-ZONE
           IF WS-TZ-HIT > 0 THEN
               MOVE WS-ZON-T-TZID(WS-TZ-HIT) TO WS-TZ-ICS-ZONE
           END-IF
           PERFORM SET-ICS-DT-LINES
           MOVE WS-ICS-DTSTART-LINE TO ICS-EXPORT-ENTRY
           WRITE ICS-EXPORT-ENTRY
           IF WS-ICS-DTEND-LINE NOT EQUAL TO SPACES THEN
               MOVE WS-ICS-DTEND-LINE TO ICS-EXPORT-ENTRY
               WRITE ICS-EXPORT-ENTRY
           END-IF

           IF WS-EVENT-RECUR-FLAG EQUAL TO 'Y' THEN
               IF WS-EVENT-RECUR-INTERVAL EQUAL TO 'ANNUAL' THEN
                   MOVE "RRULE:FREQ=YEARLY" TO ICS-EXPORT-ENTRY
               ELSE
                   MOVE "RRULE:FREQ=WEEKLY" TO ICS-EXPORT-ENTRY
               END-IF
               WRITE ICS-EXPORT-ENTRY
           END-IF

           IF WS-EVENT-CATEGORY NOT EQUAL TO SPACES THEN
               MOVE SPACES TO WS-ICS-LINE
               STRING "CATEGORIES:" WS-EVENT-CATEGORY
                   DELIMITED BY SIZE INTO WS-ICS-LINE
               MOVE WS-ICS-LINE TO ICS-EXPORT-ENTRY
               WRITE ICS-EXPORT-ENTRY
           END-IF

           MOVE SPACES TO WS-ICS-LINE
           STRING "SUMMARY:" WS-EVENT-DESC DELIMITED BY SIZE
               INTO WS-ICS-LINE
           MOVE WS-ICS-LINE TO ICS-EXPORT-ENTRY
           WRITE ICS-EXPORT-ENTRY

           PERFORM WRITE-ICS-NOTES

           MOVE "END:VEVENT" TO ICS-EXPORT-ENTRY
           WRITE ICS-EXPORT-ENTRY.

       WRITE-ICS-NOTES.
      *    The event's notes, then its minutes under a heading, as
      *    one DESCRIPTION property with the lines joined by \n.
      *    Backslashes, commas and semicolons are escaped and the
      *    property is folded at 75 characters (RFC 5545 ss3.1 and
      *    ss3.3.11), so Outlook shows the text as it was written.
      *    No notes, no DESCRIPTION.
           PERFORM SET-ATT-CAL-WANT
           MOVE 0 TO WS-ICS-NOTE-LINES
           MOVE 0 TO WS-ICS-NOTE-MINUTES
           MOVE 'N' TO WS-NOTE-KIND
           PERFORM WRITE-ICS-NOTES-OF-KIND
           MOVE 'M' TO WS-NOTE-KIND
           PERFORM WRITE-ICS-NOTES-OF-KIND
           IF WS-ICS-NOTE-LINES > 0 THEN
               MOVE WS-ICS-LINE TO ICS-EXPORT-ENTRY
               WRITE ICS-EXPORT-ENTRY
           END-IF.

       WRITE-ICS-NOTES-OF-KIND.
           MOVE 0 TO WS-NTE-IDX
           PERFORM UNTIL WS-NTE-IDX >= WS-NTE-COUNT
               ADD 1 TO WS-NTE-IDX
               IF WS-NTE-T-ID(WS-NTE-IDX) EQUAL TO WS-EVENT-ID AND
                       WS-NTE-T-CAL(WS-NTE-IDX) EQUAL TO
                       WS-ATT-CAL-WANT AND
                       WS-NTE-T-KIND(WS-NTE-IDX) EQUAL TO
                       WS-NOTE-KIND THEN
                   PERFORM WRITE-ICS-NOTE-LINE
               END-IF
           END-PERFORM.

       WRITE-ICS-NOTE-LINE.
           IF WS-ICS-NOTE-LINES EQUAL TO 0 THEN
               MOVE SPACES TO WS-ICS-LINE
               MOVE "DESCRIPTION:" TO WS-ICS-LINE
               MOVE 12 TO WS-ICS-FOLD-LEN
           ELSE
               MOVE "\n" TO WS-ICS-PUT-TEXT
               MOVE 2 TO WS-ICS-PUT-LEN
               PERFORM ICS-PUT-TEXT
           END-IF
           IF WS-NOTE-KIND EQUAL TO 'M' AND
                   WS-ICS-NOTE-MINUTES EQUAL TO 0 THEN
               MOVE 1 TO WS-ICS-NOTE-MINUTES
               IF WS-ICS-NOTE-LINES > 0 THEN
                   MOVE "\n" TO WS-ICS-PUT-TEXT
                   MOVE 2 TO WS-ICS-PUT-LEN
                   PERFORM ICS-PUT-TEXT
               END-IF
               MOVE "Minutes:\n" TO WS-ICS-PUT-TEXT
               MOVE 10 TO WS-ICS-PUT-LEN
               PERFORM ICS-PUT-TEXT
           END-IF
           ADD 1 TO WS-ICS-NOTE-LINES
           MOVE 120 TO WS-ICS-NOTE-LEN
           PERFORM UNTIL WS-ICS-NOTE-LEN EQUAL TO 1 OR
                   WS-NTE-T-TEXT(WS-NTE-IDX)(WS-ICS-NOTE-LEN:1)
                   NOT EQUAL TO SPACE
               SUBTRACT 1 FROM WS-ICS-NOTE-LEN
           END-PERFORM
           MOVE 0 TO WS-ICS-NOTE-POS
           PERFORM UNTIL WS-ICS-NOTE-POS >= WS-ICS-NOTE-LEN
               ADD 1 TO WS-ICS-NOTE-POS
               MOVE WS-NTE-T-TEXT(WS-NTE-IDX)(WS-ICS-NOTE-POS:1)
                   TO WS-ICS-CHAR
               IF WS-ICS-CHAR EQUAL TO "\" OR
                       WS-ICS-CHAR EQUAL TO "," OR
                       WS-ICS-CHAR EQUAL TO ";" THEN
                   MOVE "\" TO WS-ICS-PUT-TEXT
                   MOVE WS-ICS-CHAR TO WS-ICS-PUT-TEXT(2:1)
                   MOVE 2 TO WS-ICS-PUT-LEN
                   PERFORM ICS-PUT-TEXT
               ELSE
                   PERFORM ICS-PUT-CHAR
               END-IF
           END-PERFORM.

       ICS-PUT-TEXT.
           MOVE 0 TO WS-ICS-PUT-IDX
           PERFORM UNTIL WS-ICS-PUT-IDX >= WS-ICS-PUT-LEN
               ADD 1 TO WS-ICS-PUT-IDX
               MOVE WS-ICS-PUT-TEXT(WS-ICS-PUT-IDX:1) TO WS-ICS-CHAR
               PERFORM ICS-PUT-CHAR
           END-PERFORM.

       ICS-PUT-CHAR.
      *    One character onto the DESCRIPTION being built, folding
      *    first when the line is full. A line is never left ending
      *    in a space, which the file would not keep.
           IF WS-ICS-FOLD-LEN >= 75 OR
                   (WS-ICS-FOLD-LEN EQUAL TO 74 AND
                   WS-ICS-CHAR EQUAL TO SPACE) THEN
               MOVE WS-ICS-LINE TO ICS-EXPORT-ENTRY
               WRITE ICS-EXPORT-ENTRY
               MOVE SPACES TO WS-ICS-LINE
               MOVE 1 TO WS-ICS-FOLD-LEN
           END-IF
           ADD 1 TO WS-ICS-FOLD-LEN
           MOVE WS-ICS-CHAR TO WS-ICS-LINE(WS-ICS-FOLD-LEN:1).

       COMPUTE-ICS-EVENT-END.
      *    Start plus duration as WS-VEV-END-DATE/-TIME, rolling
      *    over midnight where the booking runs past it.
           MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
           COMPUTE WS-VEV-END-MINS =
               FUNCTION INTEGER-OF-DATE(WS-OCCUR-DATE-NUM) * 1440
               + FUNCTION INTEGER(WS-EVENT-TIME / 100) * 60
               + FUNCTION MOD(WS-EVENT-TIME, 100)
               + WS-EVENT-DURATION
           COMPUTE WS-VEV-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER(WS-VEV-END-MINS / 1440))
           COMPUTE WS-VEV-END-TIME =
               FUNCTION INTEGER(
                   FUNCTION MOD(WS-VEV-END-MINS, 1440) / 60)
               * 100
               + FUNCTION MOD(WS-VEV-END-MINS, 60).

       SET-ICS-DT-LINES.
      *    DTSTART and DTEND for the event in WS-EVENT-ENTRY, into
      *    WS-ICS-DTSTART-LINE/WS-ICS-DTEND-LINE (DTEND blank when
      *    there is none). A timed event in a zone carries its
      *    TZID, WS-TZ-ICS-ZONE, so the other side's client puts
      *    it at the right hour; otherwise the time floats.
           MOVE SPACES TO WS-ICS-DTSTART-LINE
           MOVE SPACES TO WS-ICS-DTEND-LINE
           IF WS-EVENT-TIME EQUAL TO ZERO THEN
               STRING "DTSTART;VALUE=DATE:" WS-EVENT-DATE
                   DELIMITED BY SIZE INTO WS-ICS-DTSTART-LINE
           ELSE
               IF WS-TZ-ICS-ZONE EQUAL TO SPACES THEN
                   STRING "DTSTART:" WS-EVENT-DATE "T" WS-EVENT-TIME
                       "00" DELIMITED BY SIZE
                       INTO WS-ICS-DTSTART-LINE
               ELSE
                   STRING "DTSTART;TZID=" DELIMITED BY SIZE
                       WS-TZ-ICS-ZONE DELIMITED BY SPACE
                       ":" WS-EVENT-DATE "T" WS-EVENT-TIME "00"
                       DELIMITED BY SIZE INTO WS-ICS-DTSTART-LINE
               END-IF
           END-IF
      *    A timed event with a duration carries a DTEND so the
      *    other side sees the booked range, not just the start.
           IF WS-EVENT-TIME NOT EQUAL TO ZERO AND
                   WS-EVENT-DURATION NOT EQUAL TO ZERO THEN
               PERFORM COMPUTE-ICS-EVENT-END
               IF WS-TZ-ICS-ZONE EQUAL TO SPACES THEN
                   STRING "DTEND:" WS-VEV-END-DATE "T"
                       WS-VEV-END-TIME "00" DELIMITED BY SIZE
                       INTO WS-ICS-DTEND-LINE
               ELSE
                   STRING "DTEND;TZID=" DELIMITED BY SIZE
                       WS-TZ-ICS-ZONE DELIMITED BY SPACE
                       ":" WS-VEV-END-DATE "T" WS-VEV-END-TIME "00"
                       DELIMITED BY SIZE INTO WS-ICS-DTEND-LINE
               END-IF
           END-IF.

       BUILD-VTIMEZONE-LINES.
      *    The VTIMEZONE block for zone slot WS-TZ-HIT into
      *    WS-VTZ-LINE, so a TZID in the file is always defined in
      *    it. Summer-time changes are given as yearly rules from
      *    1970: EU zones change at 01:00 UTC on the last Sundays
      *    of March and October, US zones at 02:00 local on the
      *    second Sunday of March and first Sunday of November.
           MOVE 0 TO WS-VTZ-COUNT
           MOVE "BEGIN:VTIMEZONE" TO WS-ICS-LINE
           PERFORM ADD-VTZ-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "TZID:" WS-ZON-T-TZID(WS-TZ-HIT) DELIMITED BY SIZE
               INTO WS-ICS-LINE
           PERFORM ADD-VTZ-LINE
           MOVE WS-ZON-T-OFFSET(WS-TZ-HIT) TO WS-TZ-STD
           COMPUTE WS-TZ-OFFSET = WS-TZ-STD + 60
           PERFORM FORMAT-TZ-OFFSET
           MOVE WS-TZ-OFFSET-TEXT TO WS-VTZ-DST-TEXT
           EVALUATE WS-ZON-T-RULE(WS-TZ-HIT)
               WHEN 'EU'
                   COMPUTE WS-TZ-LOCAL = WS-TZ-STD + 60
                   PERFORM SET-VTZ-HHMM
                   MOVE SPACES TO WS-VTZ-DTSTART
                   STRING "19700329T" WS-VTZ-HHMM "00"
                       DELIMITED BY SIZE INTO WS-VTZ-DTSTART
                   MOVE "BYMONTH=3;BYDAY=-1SU" TO WS-VTZ-RULE
                   MOVE "DAYLIGHT" TO WS-VTZ-KIND
                   MOVE WS-ZON-T-OFFSET-TEXT(WS-TZ-HIT) TO
                       WS-VTZ-FROM-TEXT
                   MOVE WS-VTZ-DST-TEXT TO WS-VTZ-TO-TEXT
                   PERFORM ADD-VTZ-OBSERVANCE
                   COMPUTE WS-TZ-LOCAL = WS-TZ-STD + 120
                   PERFORM SET-VTZ-HHMM
                   MOVE SPACES TO WS-VTZ-DTSTART
                   STRING "19701025T" WS-VTZ-HHMM "00"
                       DELIMITED BY SIZE INTO WS-VTZ-DTSTART
                   MOVE "BYMONTH=10;BYDAY=-1SU" TO WS-VTZ-RULE
                   MOVE "STANDARD" TO WS-VTZ-KIND
                   MOVE WS-VTZ-DST-TEXT TO WS-VTZ-FROM-TEXT
                   MOVE WS-ZON-T-OFFSET-TEXT(WS-TZ-HIT) TO
                       WS-VTZ-TO-TEXT
                   PERFORM ADD-VTZ-OBSERVANCE
               WHEN 'US'
                   MOVE "19700308T020000" TO WS-VTZ-DTSTART
                   MOVE "BYMONTH=3;BYDAY=2SU" TO WS-VTZ-RULE
                   MOVE "DAYLIGHT" TO WS-VTZ-KIND
                   MOVE WS-ZON-T-OFFSET-TEXT(WS-TZ-HIT) TO
                       WS-VTZ-FROM-TEXT
                   MOVE WS-VTZ-DST-TEXT TO WS-VTZ-TO-TEXT
                   PERFORM ADD-VTZ-OBSERVANCE
                   MOVE "19701101T020000" TO WS-VTZ-DTSTART
                   MOVE "BYMONTH=11;BYDAY=1SU" TO WS-VTZ-RULE
                   MOVE "STANDARD" TO WS-VTZ-KIND
                   MOVE WS-VTZ-DST-TEXT TO WS-VTZ-FROM-TEXT
                   MOVE WS-ZON-T-OFFSET-TEXT(WS-TZ-HIT) TO
                       WS-VTZ-TO-TEXT
                   PERFORM ADD-VTZ-OBSERVANCE
               WHEN OTHER
                   MOVE "19700101T000000" TO WS-VTZ-DTSTART
                   MOVE SPACES TO WS-VTZ-RULE
                   MOVE "STANDARD" TO WS-VTZ-KIND
                   MOVE WS-ZON-T-OFFSET-TEXT(WS-TZ-HIT) TO
                       WS-VTZ-FROM-TEXT
                   MOVE WS-ZON-T-OFFSET-TEXT(WS-TZ-HIT) TO
                       WS-VTZ-TO-TEXT
                   PERFORM ADD-VTZ-OBSERVANCE
           END-EVALUATE
           MOVE "END:VTIMEZONE" TO WS-ICS-LINE
           PERFORM ADD-VTZ-LINE.

       ADD-VTZ-OBSERVANCE.
      *    One STANDARD or DAYLIGHT sub-block from the WS-VTZ-
      *    fields; no rule means the offset never changes.
           MOVE SPACES TO WS-ICS-LINE
           STRING "BEGIN:" WS-VTZ-KIND DELIMITED BY SIZE
               INTO WS-ICS-LINE
           PERFORM ADD-VTZ-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "DTSTART:" WS-VTZ-DTSTART DELIMITED BY SIZE
               INTO WS-ICS-LINE
           PERFORM ADD-VTZ-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "TZOFFSETFROM:" WS-VTZ-FROM-TEXT DELIMITED BY SIZE
               INTO WS-ICS-LINE
           PERFORM ADD-VTZ-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "TZOFFSETTO:" WS-VTZ-TO-TEXT DELIMITED BY SIZE
               INTO WS-ICS-LINE
           PERFORM ADD-VTZ-LINE
           IF WS-VTZ-RULE NOT EQUAL TO SPACES THEN
               MOVE SPACES TO WS-ICS-LINE
               STRING "RRULE:FREQ=YEARLY;" DELIMITED BY SIZE
                   WS-VTZ-RULE DELIMITED BY SPACE INTO WS-ICS-LINE
               PERFORM ADD-VTZ-LINE
           END-IF
           MOVE SPACES TO WS-ICS-LINE
           STRING "END:" WS-VTZ-KIND DELIMITED BY SIZE
               INTO WS-ICS-LINE
           PERFORM ADD-VTZ-LINE.

       SET-VTZ-HHMM.
      *    WS-TZ-LOCAL minutes after midnight as HHMM, held at
      *    midnight for the few zones where it would go negative.
           IF WS-TZ-LOCAL < 0 THEN
               MOVE 0 TO WS-TZ-LOCAL
           END-IF
           COMPUTE WS-VTZ-HHMM =
               FUNCTION INTEGER(WS-TZ-LOCAL / 60) * 100 +
               FUNCTION MOD(WS-TZ-LOCAL, 60).

       ADD-VTZ-LINE.
           IF WS-VTZ-COUNT < 20 THEN
               ADD 1 TO WS-VTZ-COUNT
               MOVE WS-ICS-LINE TO WS-VTZ-LINE(WS-VTZ-COUNT)
           END-IF.

       IMPORT-EVENTS.
      *    Bulk load date|description|category lines from a batch
      *    file, appending each accepted one to EVENTS as it is read
      *    and sorting only once at the end. A run interrupted partway
      *    through is safe to re-run - IMPORT-ONE-LINE's duplicate
      *    check silently skips lines already on file instead of
      *    prompting, so already-accepted lines are not re-added.
      *    LOAD-IMPORT-STATE does the one full pass over EVENTS that
      *    the whole import needs; nothing below re-opens EVENTS per
      *    line the way the interactive add/edit commands do.
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open import file "
                   WS-IMPORT-FILENAME
               STOP RUN
           END-IF

           PERFORM BACKUP-EVENTS
           PERFORM LOAD-IMPORT-STATE
           MOVE "import" TO WS-AUDIT-COMMAND
           MOVE 1 TO WS-SKIP-ID-SCAN

           MOVE 0 TO WS-IMPORT-ACCEPTED
           MOVE 0 TO WS-IMPORT-REJECTED
           MOVE SPACE TO WS-IMPORT-EOF
           PERFORM UNTIL WS-IMPORT-EOF = 'Y'
               READ IMPORT-FILE NEXT RECORD INTO WS-IMPORT-LINE
                   AT END MOVE 'Y' TO WS-IMPORT-EOF
                   NOT AT END PERFORM IMPORT-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE IMPORT-FILE
           MOVE 0 TO WS-SKIP-ID-SCAN

           DISPLAY "import complete: " WS-IMPORT-ACCEPTED
               " accepted, " WS-IMPORT-REJECTED " rejected".

       LOAD-IMPORT-STATE.
      *    One pass over EVENTS to seed WS-NEXT-ID and load every
      *    existing date+desc into WS-EXISTING-EVENTS, so accepted
      *    import lines can be id-assigned and duplicate-checked
      *    in core instead of re-scanning EVENTS from disk each time.
           MOVE 1 TO WS-NEXT-ID
           MOVE 0 TO WS-EXISTING-EVENT-COUNT
           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EVENT-ID >= WS-NEXT-ID THEN
                           COMPUTE WS-NEXT-ID = WS-EVENT-ID + 1
                       END-IF
                       ADD 1 TO WS-EXISTING-EVENT-COUNT
                       MOVE WS-EVENT-DATE TO
                           WS-EXISTING-DATE(WS-EXISTING-EVENT-COUNT)
                       MOVE WS-EVENT-DESC TO
                           WS-EXISTING-DESC(WS-EXISTING-EVENT-COUNT)
               END-READ
           END-PERFORM
           CLOSE EVENTS
           PERFORM RAISE-NEXT-ID-FROM-JOURNAL.

       IMPORT-ONE-LINE.
           IF WS-IMPORT-LINE EQUAL TO SPACES THEN
               CONTINUE
           ELSE
               PERFORM PARSE-IMPORT-LINE
               PERFORM VALIDATE-DATE
               IF WS-DATE-VALID NOT EQUAL TO 1 THEN
                   ADD 1 TO WS-IMPORT-REJECTED
               ELSE
                   PERFORM CHECK-DUPLICATE-IN-TABLE
                   IF WS-DUP-FOUND EQUAL TO 1 THEN
                       ADD 1 TO WS-IMPORT-REJECTED
                   ELSE
                       PERFORM APPEND-EVENT
                       ADD 1 TO WS-IMPORT-ACCEPTED
                       ADD 1 TO WS-EXISTING-EVENT-COUNT
                       MOVE IN-DATE TO
                           WS-EXISTING-DATE(WS-EXISTING-EVENT-COUNT)
                       MOVE IN-DESC TO
                           WS-EXISTING-DESC(WS-EXISTING-EVENT-COUNT)
                   END-IF
               END-IF
           END-IF.

       CHECK-DUPLICATE-IN-TABLE.
      *    Same rule as CHECK-DUPLICATE-EVENT (date+desc match), but
      *    against the in-core table LOAD-IMPORT-STATE built instead
      *    of re-reading EVENTS from disk.
           MOVE 0 TO WS-DUP-FOUND
           MOVE 0 TO WS-EXISTING-IDX
           PERFORM UNTIL WS-EXISTING-IDX >= WS-EXISTING-EVENT-COUNT
               ADD 1 TO WS-EXISTING-IDX
               IF WS-EXISTING-DATE(WS-EXISTING-IDX) EQUAL TO
                       IN-DATE AND WS-EXISTING-DESC(WS-EXISTING-IDX)
                       EQUAL TO IN-DESC THEN
                   MOVE 1 TO WS-DUP-FOUND
               END-IF
           END-PERFORM.

       PARSE-IMPORT-LINE.
      *    Lines look like  YYYYMMDD|description|category, with the
      *    category optional.
           MOVE SPACES TO WS-IMPORT-DATE-STR
           MOVE SPACES TO IN-DESC
           MOVE SPACES TO WS-IMPORT-CATEGORY-STR
           UNSTRING WS-IMPORT-LINE DELIMITED BY "|"
               INTO WS-IMPORT-DATE-STR IN-DESC
               WS-IMPORT-CATEGORY-STR
           END-UNSTRING
           MOVE WS-IMPORT-DATE-STR TO IN-DATE
           MOVE WS-IMPORT-CATEGORY-STR TO IN-CATEGORY
           MOVE ZERO TO IN-TIME
           MOVE ZERO TO IN-REMIND
           MOVE ZERO TO IN-DURATION
           MOVE 'E' TO IN-TYPE
           MOVE 'N' TO IN-RECUR-FLAG
           MOVE SPACES TO IN-RECUR-INTERVAL.

       REPORT-YEAR-EVENTS.
      *    Year-in-review summary over the calendar's matching
      *    archive file plus whatever of that year is still sitting
      *    in EVENTS (future events, and past ones not yet archived).
      *    Only records dated in the report year are tallied;
      *    recurring anchors dated in other years are not expanded.
           MOVE REPORT-YEAR TO WS-ARCHIVE-YEAR
           PERFORM SET-ARCHIVE-FILENAME

           MOVE 0 TO WS-RPT-TOTAL
           MOVE 0 TO WS-RPT-CAT-COUNT
           MOVE 0 TO WS-RPT-DATE-COUNT
           MOVE 0 TO WS-RPT-EVENT-COUNT
           MOVE 1 TO WS-RPT-IDX
           PERFORM UNTIL WS-RPT-IDX > 12
               MOVE 0 TO WS-RPT-MONTH-COUNT(WS-RPT-IDX)
               ADD 1 TO WS-RPT-IDX
           END-PERFORM

           MOVE SPACE TO WS-EOF
           OPEN INPUT ARCHIVE-EVENTS
           IF WS-ARCHIVE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "(no archive file " WS-ARCHIVE-FILENAME ")"
           ELSE
      *    Archive files mix eras - records written before the
      *    remind/duration/type fields existed sit ahead of current
      *    ones - so every line goes through the same layout
      *    conversion load uses before it is tallied.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIVE-EVENTS NEXT RECORD
                           INTO WS-FLAT-BUF
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONVERT-FLAT-RECORD
                           PERFORM RPT-TALLY-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-EVENTS
           END-IF

           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM RPT-TALLY-RECORD
               END-READ
           END-PERFORM
           CLOSE EVENTS

           PERFORM PRINT-YEAR-REPORT.

       RPT-TALLY-RECORD.
      *    The month guard keeps a corrupt or hand-edited record
      *    from subscripting outside the 12-slot table.
           IF WS-EVENT-YEAR EQUAL TO REPORT-YEAR AND
                   WS-EVENT-MONTH >= 1 AND WS-EVENT-MONTH <= 12 THEN
               ADD 1 TO WS-RPT-TOTAL
               ADD 1 TO WS-RPT-MONTH-COUNT(WS-EVENT-MONTH)
               PERFORM RPT-TALLY-CATEGORY
               PERFORM RPT-TALLY-DATE
               ADD 1 TO WS-RPT-EVENT-COUNT
               MOVE WS-EVENT-ENTRY TO WS-RPT-RAW(WS-RPT-EVENT-COUNT)
           END-IF.

       RPT-TALLY-CATEGORY.
           MOVE 0 TO WS-RPT-FOUND
           MOVE 0 TO WS-RPT-IDX
           PERFORM UNTIL WS-RPT-IDX >= WS-RPT-CAT-COUNT
               ADD 1 TO WS-RPT-IDX
               IF WS-RPT-CAT-NAME(WS-RPT-IDX) EQUAL TO
                       WS-EVENT-CATEGORY THEN
                   ADD 1 TO WS-RPT-CAT-TALLY(WS-RPT-IDX)
                   MOVE 1 TO WS-RPT-FOUND
                   MOVE WS-RPT-CAT-COUNT TO WS-RPT-IDX
               END-IF
           END-PERFORM
           IF WS-RPT-FOUND EQUAL TO 0 AND
                   WS-RPT-CAT-COUNT < 100 THEN
               ADD 1 TO WS-RPT-CAT-COUNT
               MOVE WS-EVENT-CATEGORY TO
                   WS-RPT-CAT-NAME(WS-RPT-CAT-COUNT)
               MOVE 1 TO WS-RPT-CAT-TALLY(WS-RPT-CAT-COUNT)
           END-IF.

       RPT-TALLY-DATE.
           MOVE 0 TO WS-RPT-FOUND
           MOVE 0 TO WS-RPT-IDX
           PERFORM UNTIL WS-RPT-IDX >= WS-RPT-DATE-COUNT
               ADD 1 TO WS-RPT-IDX
               IF WS-RPT-DATE-VAL(WS-RPT-IDX) EQUAL TO
                       WS-EVENT-DATE THEN
                   ADD 1 TO WS-RPT-DATE-TALLY(WS-RPT-IDX)
                   MOVE 1 TO WS-RPT-FOUND
                   MOVE WS-RPT-DATE-COUNT TO WS-RPT-IDX
               END-IF
           END-PERFORM
           IF WS-RPT-FOUND EQUAL TO 0 AND
                   WS-RPT-DATE-COUNT < 366 THEN
               ADD 1 TO WS-RPT-DATE-COUNT
               MOVE WS-EVENT-DATE TO
                   WS-RPT-DATE-VAL(WS-RPT-DATE-COUNT)
               MOVE 1 TO WS-RPT-DATE-TALLY(WS-RPT-DATE-COUNT)
           END-IF.

       PRINT-YEAR-REPORT.
           DISPLAY "colendar report for " REPORT-YEAR
           DISPLAY "events: " WS-RPT-TOTAL
           DISPLAY " "
           DISPLAY "per month:"
           MOVE 1 TO FMTMONTH
           PERFORM UNTIL FMTMONTH > 12
               PERFORM GET-PRETTY-MONTH
               DISPLAY "  " PRETTY-MONTH "  "
                   WS-RPT-MONTH-COUNT(FMTMONTH)
               ADD 1 TO FMTMONTH
           END-PERFORM
           DISPLAY " "
           DISPLAY "per category:"
           MOVE 0 TO WS-RPT-IDX
           PERFORM UNTIL WS-RPT-IDX >= WS-RPT-CAT-COUNT
               ADD 1 TO WS-RPT-IDX
               IF WS-RPT-CAT-NAME(WS-RPT-IDX) EQUAL TO SPACES THEN
                   DISPLAY "  (none)      "
                       WS-RPT-CAT-TALLY(WS-RPT-IDX)
               ELSE
                   DISPLAY "  " WS-RPT-CAT-NAME(WS-RPT-IDX) "  "
                       WS-RPT-CAT-TALLY(WS-RPT-IDX)
               END-IF
           END-PERFORM
           DISPLAY " "
           PERFORM PRINT-BUSIEST-DAYS
           DISPLAY " "
           DISPLAY "listing by category:"
           MOVE 0 TO WS-RPT-IDX
           PERFORM UNTIL WS-RPT-IDX >= WS-RPT-CAT-COUNT
               ADD 1 TO WS-RPT-IDX
               IF WS-RPT-CAT-NAME(WS-RPT-IDX) EQUAL TO SPACES THEN
                   DISPLAY " (none):"
               ELSE
                   DISPLAY " " WS-RPT-CAT-NAME(WS-RPT-IDX) ":"
               END-IF
               PERFORM PRINT-CATEGORY-LISTING
           END-PERFORM.

       PRINT-BUSIEST-DAYS.
           MOVE 0 TO WS-RPT-MAX
           MOVE 0 TO WS-RPT-IDX2
           PERFORM UNTIL WS-RPT-IDX2 >= WS-RPT-DATE-COUNT
               ADD 1 TO WS-RPT-IDX2
               IF WS-RPT-DATE-TALLY(WS-RPT-IDX2) > WS-RPT-MAX THEN
                   MOVE WS-RPT-DATE-TALLY(WS-RPT-IDX2) TO WS-RPT-MAX
               END-IF
           END-PERFORM
           DISPLAY "busiest days (" WS-RPT-MAX " event(s)):"
           MOVE 0 TO WS-RPT-IDX2
           PERFORM UNTIL WS-RPT-IDX2 >= WS-RPT-DATE-COUNT
               ADD 1 TO WS-RPT-IDX2
               IF WS-RPT-DATE-TALLY(WS-RPT-IDX2) EQUAL TO
                       WS-RPT-MAX AND WS-RPT-MAX > 0 THEN
                   DISPLAY "  " WS-RPT-DATE-VAL(WS-RPT-IDX2)
               END-IF
           END-PERFORM.

       PRINT-CATEGORY-LISTING.
      *    WS-RPT-IDX holds the category slot being listed; keep
      *    hands off it here and walk the raw table with IDX2.
           MOVE 0 TO WS-RPT-IDX2
           PERFORM UNTIL WS-RPT-IDX2 >= WS-RPT-EVENT-COUNT
               ADD 1 TO WS-RPT-IDX2
               MOVE WS-RPT-RAW(WS-RPT-IDX2) TO WS-EVENT-ENTRY
               IF WS-EVENT-CATEGORY EQUAL TO
                       WS-RPT-CAT-NAME(WS-RPT-IDX) THEN
                   DISPLAY "  " WS-EVENT-DATE " " WS-EVENT-TIME " "
                       WITH NO ADVANCING
                   DISPLAY WS-EVENT-DESC
               END-IF
           END-PERFORM.

       FIND-FREE-SLOTS.
      *    Book-a-meeting helper: expand every named calendar's
      *    bookings into the clash occurrence table (recurring ones
      *    synthesized out to the end of the range), then walk each
      *    day of the range subtracting busy ranges from the
      *    working-hours window and printing every gap long enough
      *    to hold the requested minutes. No dates means the coming
      *    week; a from date alone means just that day. Days and
      *    working hours are the viewer's: -z, else the first
      *    calendar's default zone. Bookings are placed on them
      *    through UTC, so an office abroad blocks the right hours.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           IF FREE-FROM EQUAL TO ZERO THEN
               MOVE WS-TODAY-NUM TO FREE-FROM
               COMPUTE WS-OCCUR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-OCCUR-INT) TO
                   FREE-TO
           ELSE
               IF FREE-TO EQUAL TO ZERO THEN
                   MOVE FREE-FROM TO FREE-TO
               END-IF
           END-IF
           COMPUTE WS-OCCUR-INT = FUNCTION INTEGER-OF-DATE(FREE-TO) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-OCCUR-INT) TO
               WS-CLASH-LIMIT-DATE
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-ZONE-TABLES
           PERFORM SET-VIEW-ZONE-HIT
           IF VIEW-ZONE EQUAL TO SPACES THEN
               MOVE WS-CAL-NAME(1) TO WS-TZ-FOR-CAL
               IF WS-TZ-FOR-CAL EQUAL TO SPACES THEN
                   MOVE "default" TO WS-TZ-FOR-CAL
               END-IF
               PERFORM SET-CAL-DEFAULT-ZONE
               MOVE WS-TZ-CAL-TZID TO WS-TZ-WANT
               PERFORM FIND-ZONE
               MOVE WS-TZ-HIT TO WS-TZ-VIEW-HIT
           END-IF
           IF WS-TZ-VIEW-HIT > 0 THEN
               DISPLAY "times in "
                   FUNCTION TRIM(WS-ZON-T-TZID(WS-TZ-VIEW-HIT)
                   TRAILING)
           END-IF

      *    A series is expanded from the day before the range (a
      *    booking abroad can land on FREE-FROM from the day
      *    before), not from today, so a past range is not shown
      *    free where a recurring booking sat.
           COMPUTE WS-OCCUR-INT =
               FUNCTION INTEGER-OF-DATE(FREE-FROM) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-OCCUR-INT) TO
               WS-OCCUR-BASE
           MOVE 0 TO WS-CLASH-COUNT
           MOVE 0 TO WS-CAL-IDX
           PERFORM UNTIL WS-CAL-IDX >= WS-CAL-COUNT
               ADD 1 TO WS-CAL-IDX
               MOVE WS-CAL-NAME(WS-CAL-IDX) TO WS-ACTIVE-CAL
               PERFORM SET-EVENTS-FILENAME
               PERFORM BUILD-CLASH-OCCURRENCES
           END-PERFORM
           MOVE 0 TO WS-OCCUR-BASE

           COMPUTE WS-FREE-WSTART-MIN =
               FUNCTION INTEGER(FREE-WSTART / 100) * 60
               + FUNCTION MOD(FREE-WSTART, 100)
           COMPUTE WS-FREE-WEND-MIN =
               FUNCTION INTEGER(FREE-WEND / 100) * 60
               + FUNCTION MOD(FREE-WEND, 100)

           MOVE 0 TO WS-FREE-SLOTS
           COMPUTE WS-FREE-DAY-INT =
               FUNCTION INTEGER-OF-DATE(FREE-FROM)
           COMPUTE WS-FREE-END-INT =
               FUNCTION INTEGER-OF-DATE(FREE-TO)
           PERFORM UNTIL WS-FREE-DAY-INT > WS-FREE-END-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-FREE-DAY-INT) TO
                   WS-FREE-DATE
               PERFORM FIND-FREE-ONE-DAY
               ADD 1 TO WS-FREE-DAY-INT
           END-PERFORM

           DISPLAY WS-FREE-SLOTS " slot(s) of " FREE-MINUTES
               " minute(s) or more.".

       FIND-FREE-ONE-DAY.
      *    A blackout date is booked solid - no slots, whatever
      *    the calendars say.
           MOVE WS-FREE-DATE TO WS-HOL-CHECK-DATE
           PERFORM CHECK-HOLIDAY-DATE
           IF WS-HOL-HIT EQUAL TO 0 THEN
               PERFORM FIND-FREE-DAY-SLOTS
           END-IF.

       FIND-FREE-DAY-SLOTS.
           PERFORM BUILD-BUSY-TABLE
           PERFORM SORT-BUSY-TABLE
           MOVE WS-FREE-WSTART-MIN TO WS-FREE-CUR
           MOVE 0 TO WS-BUSY-IDX
           PERFORM UNTIL WS-BUSY-IDX >= WS-BUSY-COUNT
               ADD 1 TO WS-BUSY-IDX
               IF WS-BUSY-START(WS-BUSY-IDX) > WS-FREE-CUR THEN
                   COMPUTE WS-FREE-GAP =
                       WS-BUSY-START(WS-BUSY-IDX) - WS-FREE-CUR
                   IF WS-FREE-GAP >= FREE-MINUTES THEN
                       MOVE WS-BUSY-START(WS-BUSY-IDX) TO
                           WS-FREE-GAP
                       PERFORM PRINT-FREE-SLOT
                   END-IF
               END-IF
               IF WS-BUSY-END(WS-BUSY-IDX) > WS-FREE-CUR THEN
                   MOVE WS-BUSY-END(WS-BUSY-IDX) TO WS-FREE-CUR
               END-IF
           END-PERFORM
           IF WS-FREE-WEND-MIN > WS-FREE-CUR AND
                   WS-FREE-WEND-MIN - WS-FREE-CUR >= FREE-MINUTES
                   THEN
               MOVE WS-FREE-WEND-MIN TO WS-FREE-GAP
               PERFORM PRINT-FREE-SLOT
           END-IF.

       PRINT-FREE-SLOT.
      *    WS-FREE-CUR is the slot's start, WS-FREE-GAP its end,
      *    both in minutes since midnight.
           ADD 1 TO WS-FREE-SLOTS
           COMPUTE WS-FREE-HHMM-A =
               FUNCTION INTEGER(WS-FREE-CUR / 60) * 100
               + FUNCTION MOD(WS-FREE-CUR, 60)
           COMPUTE WS-FREE-HHMM-B =
               FUNCTION INTEGER(WS-FREE-GAP / 60) * 100
               + FUNCTION MOD(WS-FREE-GAP, 60)
           DISPLAY WS-FREE-DATE " " WS-FREE-HHMM-A "-"
               WS-FREE-HHMM-B " " WITH NO ADVANCING
           COMPUTE WS-FREE-GAP = WS-FREE-GAP - WS-FREE-CUR
           DISPLAY "(" WS-FREE-GAP " min free)".

       BUILD-BUSY-TABLE.
      *    Every occurrence touching WS-FREE-DATE in the viewer's
      *    zone becomes a busy range, clipped to the working-hours
      *    window; an open-ended booking (duration 0) occupies just
      *    its start minute, same as the clash maths. Ranges are
      *    minutes from the UTC instant the viewer's day starts.
           MOVE WS-TZ-VIEW-HIT TO WS-TZ-HIT
           MOVE WS-FREE-DATE TO WS-TZ-DATE
           MOVE ZERO TO WS-TZ-TIME
           PERFORM ZONE-LOCAL-TO-UTC
           MOVE WS-TZ-UTC TO WS-TZ-DAY-BASE
           MOVE 0 TO WS-BUSY-COUNT
           MOVE 0 TO WS-CLASH-IDX
           PERFORM UNTIL WS-CLASH-IDX >= WS-CLASH-COUNT
               ADD 1 TO WS-CLASH-IDX
               PERFORM ADD-ONE-BUSY-RANGE
           END-PERFORM.

       ADD-ONE-BUSY-RANGE.
           COMPUTE WS-TZ-REL-START =
               WS-CLASH-UTC(WS-CLASH-IDX) - WS-TZ-DAY-BASE
           COMPUTE WS-TZ-REL-END =
               WS-CLASH-UEND(WS-CLASH-IDX) - WS-TZ-DAY-BASE
           IF WS-TZ-REL-END > WS-FREE-WSTART-MIN AND
                   WS-TZ-REL-START < WS-FREE-WEND-MIN AND
                   WS-BUSY-COUNT < 500 THEN
               IF WS-TZ-REL-START < WS-FREE-WSTART-MIN THEN
                   MOVE WS-FREE-WSTART-MIN TO WS-TZ-REL-START
               END-IF
               IF WS-TZ-REL-END > WS-FREE-WEND-MIN THEN
                   MOVE WS-FREE-WEND-MIN TO WS-TZ-REL-END
               END-IF
               ADD 1 TO WS-BUSY-COUNT
               MOVE WS-TZ-REL-START TO WS-BUSY-START(WS-BUSY-COUNT)
               MOVE WS-TZ-REL-END TO WS-BUSY-END(WS-BUSY-COUNT)
           END-IF.

       SORT-BUSY-TABLE.
      *    Same bubble pass the display table uses, keyed on the
      *    range start.
           MOVE 'Y' TO WS-BUSY-SWAPPED
           PERFORM UNTIL WS-BUSY-SWAPPED EQUAL TO 'N'
               MOVE 'N' TO WS-BUSY-SWAPPED
               MOVE 1 TO WS-BUSY-IDX
               PERFORM UNTIL WS-BUSY-IDX >= WS-BUSY-COUNT
                   ADD 1 TO WS-BUSY-IDX GIVING WS-BUSY-IDX2
                   IF WS-BUSY-START(WS-BUSY-IDX) >
                           WS-BUSY-START(WS-BUSY-IDX2) THEN
                       MOVE WS-BUSY-START(WS-BUSY-IDX) TO
                           WS-BUSY-TEMP-START
                       MOVE WS-BUSY-END(WS-BUSY-IDX) TO
                           WS-BUSY-TEMP-END
                       MOVE WS-BUSY-START(WS-BUSY-IDX2) TO
                           WS-BUSY-START(WS-BUSY-IDX)
                       MOVE WS-BUSY-END(WS-BUSY-IDX2) TO
                           WS-BUSY-END(WS-BUSY-IDX)
                       MOVE WS-BUSY-TEMP-START TO
                           WS-BUSY-START(WS-BUSY-IDX2)
                       MOVE WS-BUSY-TEMP-END TO
                           WS-BUSY-END(WS-BUSY-IDX2)
                       MOVE 'Y' TO WS-BUSY-SWAPPED
                   END-IF
                   ADD 1 TO WS-BUSY-IDX
               END-PERFORM
           END-PERFORM.

       PUBLISH-FREE-BUSY.
      *    One VFREEBUSY file per person in data/contacts.txt over
      *    FREE-FROM..FREE-TO - the coming four weeks when no dates
      *    are given, just that day for a from date alone. Busy
      *    blocks only: no summary, category or attendee ever goes
      *    into the file, and touching meetings merge into one
      *    block so not even the number of meetings shows.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           IF FREE-FROM EQUAL TO ZERO THEN
               MOVE WS-TODAY-NUM TO FREE-FROM
               COMPUTE WS-OCCUR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + 27
               MOVE FUNCTION DATE-OF-INTEGER(WS-OCCUR-INT) TO
                   FREE-TO
           ELSE
               IF FREE-TO EQUAL TO ZERO THEN
                   MOVE FREE-FROM TO FREE-TO
               END-IF
           END-IF
           PERFORM PUBLISH-BUILD-OCCURRENCES
           PERFORM PUBLISH-SET-WINDOW
           MOVE SPACES TO WS-EXPORT-DTSTAMP
           STRING FUNCTION CURRENT-DATE(1:8) "T"
               FUNCTION CURRENT-DATE(9:6) "Z" DELIMITED BY SIZE
               INTO WS-EXPORT-DTSTAMP
           MOVE WS-PUB-FROM-UTC TO WS-TZ-UTC
           PERFORM PUBLISH-FORMAT-UTC
           MOVE WS-PUB-UTC-TEXT TO WS-PUB-FROM-TEXT
           MOVE WS-PUB-TO-UTC TO WS-TZ-UTC
           PERFORM PUBLISH-FORMAT-UTC
           MOVE WS-PUB-UTC-TEXT TO WS-PUB-TO-TEXT
           MOVE 0 TO WS-PUB-WRITTEN
           MOVE 0 TO WS-PUB-PERIODS
           MOVE 0 TO WS-PUB-FULL
           MOVE 0 TO WS-CON-IDX
           PERFORM UNTIL WS-CON-IDX >= WS-CON-COUNT
               ADD 1 TO WS-CON-IDX
               PERFORM PUBLISH-ONE-PERSON
           END-PERFORM
           IF WS-PUB-FULL EQUAL TO 1 THEN
               DISPLAY "warning: more than 2000 busy blocks for "
                   "one person - the latest are left out"
           END-IF
           DISPLAY WS-PUB-WRITTEN " free/busy file(s) written to "
               "data/publish, " WS-PUB-PERIODS " busy block(s), "
               FREE-FROM " to " FREE-TO.

       PUBLISH-BUILD-OCCURRENCES.
      *    Every calendar of the nightly run expanded into the clash
      *    occurrence table from the day before FREE-FROM up to the
      *    day after FREE-TO, in UTC. The
      *    publish zone is -z, else the first calendar's default;
      *    it decides where days begin, and a record with no zone
      *    of its own or from its calendar is taken to be in it.
           COMPUTE WS-OCCUR-INT = FUNCTION INTEGER-OF-DATE(FREE-TO) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-OCCUR-INT) TO
               WS-CLASH-LIMIT-DATE
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-ATTENDEES
           PERFORM LOAD-CONTACTS
           PERFORM LOAD-ZONE-TABLES
           PERFORM NIGHTLY-BUILD-CAL-LIST
           PERFORM SET-VIEW-ZONE-HIT
           IF VIEW-ZONE EQUAL TO SPACES THEN
               MOVE WS-NGT-CAL(1) TO WS-TZ-FOR-CAL
               IF WS-TZ-FOR-CAL EQUAL TO SPACES THEN
                   MOVE "default" TO WS-TZ-FOR-CAL
               END-IF
               PERFORM SET-CAL-DEFAULT-ZONE
               MOVE WS-TZ-CAL-TZID TO WS-TZ-WANT
               PERFORM FIND-ZONE
               MOVE WS-TZ-HIT TO WS-TZ-VIEW-HIT
           END-IF
           MOVE WS-TZ-VIEW-HIT TO WS-PUB-ZONE-HIT
           COMPUTE WS-OCCUR-INT =
               FUNCTION INTEGER-OF-DATE(FREE-FROM) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-OCCUR-INT) TO
               WS-OCCUR-BASE
           MOVE 0 TO WS-CLASH-COUNT
           MOVE 0 TO WS-NGT-CAL-IDX
           PERFORM UNTIL WS-NGT-CAL-IDX >= WS-NGT-CAL-COUNT
               ADD 1 TO WS-NGT-CAL-IDX
               MOVE WS-NGT-CAL(WS-NGT-CAL-IDX) TO WS-ACTIVE-CAL
               PERFORM SET-EVENTS-FILENAME
               PERFORM BUILD-CLASH-OCCURRENCES
           END-PERFORM
           MOVE 0 TO WS-OCCUR-BASE
           IF WS-PUB-ZONE-HIT > 0 THEN
               MOVE 0 TO WS-CLASH-IDX
               PERFORM UNTIL WS-CLASH-IDX >= WS-CLASH-COUNT
                   ADD 1 TO WS-CLASH-IDX
                   IF WS-CLASH-ZHIT(WS-CLASH-IDX) EQUAL TO 0 THEN
                       PERFORM PUBLISH-PLACE-FLOATING
                   END-IF
               END-PERFORM
           END-IF.

       PUBLISH-PLACE-FLOATING.
           MOVE WS-PUB-ZONE-HIT TO WS-TZ-HIT
           MOVE WS-CLASH-DATE(WS-CLASH-IDX) TO WS-TZ-DATE
           MOVE WS-CLASH-TIME(WS-CLASH-IDX) TO WS-TZ-TIME
           PERFORM ZONE-LOCAL-TO-UTC
           COMPUTE WS-CLASH-UEND(WS-CLASH-IDX) = WS-TZ-UTC +
               WS-CLASH-UEND(WS-CLASH-IDX) - WS-CLASH-UTC(WS-CLASH-IDX)
           MOVE WS-TZ-UTC TO WS-CLASH-UTC(WS-CLASH-IDX).

       PUBLISH-SET-WINDOW.
      *    FREE-FROM's midnight to the midnight after FREE-TO, in
      *    the publish zone, as UTC minutes.
           MOVE WS-PUB-ZONE-HIT TO WS-TZ-HIT
           MOVE FREE-FROM TO WS-TZ-DATE
           MOVE ZERO TO WS-TZ-TIME
           PERFORM ZONE-LOCAL-TO-UTC
           MOVE WS-TZ-UTC TO WS-PUB-FROM-UTC
           MOVE WS-PUB-ZONE-HIT TO WS-TZ-HIT
           MOVE WS-CLASH-LIMIT-DATE TO WS-TZ-DATE
           MOVE ZERO TO WS-TZ-TIME
           PERFORM ZONE-LOCAL-TO-UTC
           MOVE WS-TZ-UTC TO WS-PUB-TO-UTC.

       PUBLISH-ONE-PERSON.
           MOVE WS-CON-T-NAME(WS-CON-IDX) TO WS-PERSON-NAME
           PERFORM PUBLISH-COLLECT-PERSON
           PERFORM SET-SPOOL-NAME-WORK
           MOVE SPACES TO WS-SPOOL-FILENAME
           STRING "data/publish/freebusy-"
               WS-SPOOL-NAME-WORK(1:WS-SPOOL-NAME-LEN) ".ics"
               DELIMITED BY SIZE INTO WS-SPOOL-FILENAME
           OPEN OUTPUT SPOOL-FILE
           IF WS-SPOOL-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot write "
                   FUNCTION TRIM(WS-SPOOL-FILENAME TRAILING)
                   " (does data/publish exist?)"
           ELSE
               MOVE "BEGIN:VCALENDAR" TO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE "VERSION:2.0" TO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE "PRODID:-//colendar//colendar 1.0//EN" TO
                   SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE "METHOD:PUBLISH" TO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE "BEGIN:VFREEBUSY" TO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE SPACES TO SPOOL-FILE-ENTRY
               STRING "UID:freebusy-"
                   WS-SPOOL-NAME-WORK(1:WS-SPOOL-NAME-LEN)
                   "@colendar" DELIMITED BY SIZE
                   INTO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE SPACES TO SPOOL-FILE-ENTRY
               STRING "DTSTAMP:" WS-EXPORT-DTSTAMP DELIMITED BY SIZE
                   INTO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE SPACES TO SPOOL-FILE-ENTRY
               STRING "DTSTART:" WS-PUB-FROM-TEXT DELIMITED BY SIZE
                   INTO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE SPACES TO SPOOL-FILE-ENTRY
               STRING "DTEND:" WS-PUB-TO-TEXT DELIMITED BY SIZE
                   INTO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE SPACES TO SPOOL-FILE-ENTRY
               STRING "ORGANIZER:mailto:"
                   FUNCTION TRIM(WS-CON-T-ADDR(WS-CON-IDX))
                   DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               PERFORM PUBLISH-WRITE-BLOCKS
               MOVE "END:VFREEBUSY" TO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               MOVE "END:VCALENDAR" TO SPOOL-FILE-ENTRY
               WRITE SPOOL-FILE-ENTRY
               CLOSE SPOOL-FILE
               ADD 1 TO WS-PUB-WRITTEN
           END-IF.

       PUBLISH-COLLECT-PERSON.
      *    WS-PERSON-NAME's busy blocks inside the window, sorted on
      *    start: B for an occurrence of anything they attend, H for
      *    a blackout day, which everybody has off.
           MOVE 0 TO WS-PUB-COUNT
           MOVE 0 TO WS-ATT-IDX
           PERFORM UNTIL WS-ATT-IDX >= WS-ATT-COUNT
               ADD 1 TO WS-ATT-IDX
               IF WS-ATT-T-NAME(WS-ATT-IDX) EQUAL TO WS-PERSON-NAME
                       THEN
                   PERFORM PUBLISH-COLLECT-EVENT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-HOL-IDX
           PERFORM UNTIL WS-HOL-IDX >= WS-HOL-COUNT
               ADD 1 TO WS-HOL-IDX
               IF WS-HOL-T-DATE(WS-HOL-IDX) NOT < FREE-FROM AND
                       WS-HOL-T-DATE(WS-HOL-IDX) NOT > FREE-TO THEN
                   PERFORM PUBLISH-ADD-HOLIDAY
               END-IF
           END-PERFORM
           PERFORM SORT-PUBLISH-TABLE.

       PUBLISH-COLLECT-EVENT.
           MOVE 0 TO WS-CLASH-IDX
           PERFORM UNTIL WS-CLASH-IDX >= WS-CLASH-COUNT
               ADD 1 TO WS-CLASH-IDX
               IF WS-CLASH-ID(WS-CLASH-IDX) EQUAL TO
                       WS-ATT-T-ID(WS-ATT-IDX) AND
                       WS-CLASH-CAL(WS-CLASH-IDX) EQUAL TO
                       WS-ATT-T-CAL(WS-ATT-IDX) THEN
                   MOVE WS-CLASH-UTC(WS-CLASH-IDX) TO WS-PUB-START
                   MOVE WS-CLASH-UEND(WS-CLASH-IDX) TO WS-PUB-END
                   MOVE 'B' TO WS-PUB-T-TYPE
                   PERFORM PUBLISH-ADD-BLOCK
               END-IF
           END-PERFORM.

       PUBLISH-ADD-HOLIDAY.
           MOVE WS-PUB-ZONE-HIT TO WS-TZ-HIT
           MOVE WS-HOL-T-DATE(WS-HOL-IDX) TO WS-TZ-DATE
           MOVE ZERO TO WS-TZ-TIME
           PERFORM ZONE-LOCAL-TO-UTC
           MOVE WS-TZ-UTC TO WS-PUB-START
           COMPUTE WS-OCCUR-INT = FUNCTION INTEGER-OF-DATE(
               WS-HOL-T-DATE(WS-HOL-IDX)) + 1
           MOVE WS-PUB-ZONE-HIT TO WS-TZ-HIT
           MOVE FUNCTION DATE-OF-INTEGER(WS-OCCUR-INT) TO WS-TZ-DATE
           MOVE ZERO TO WS-TZ-TIME
           PERFORM ZONE-LOCAL-TO-UTC
           MOVE WS-TZ-UTC TO WS-PUB-END
           MOVE 'H' TO WS-PUB-T-TYPE
           PERFORM PUBLISH-ADD-BLOCK.

       PUBLISH-ADD-BLOCK.
      *    WS-PUB-START/END with type WS-PUB-T-TYPE, clipped to the
      *    window; a block wholly outside it is dropped.
           IF WS-PUB-END > WS-PUB-FROM-UTC AND
                   WS-PUB-START < WS-PUB-TO-UTC THEN
               IF WS-PUB-COUNT >= 2000 THEN
                   MOVE 1 TO WS-PUB-FULL
               ELSE
                   IF WS-PUB-START < WS-PUB-FROM-UTC THEN
                       MOVE WS-PUB-FROM-UTC TO WS-PUB-START
                   END-IF
                   IF WS-PUB-END > WS-PUB-TO-UTC THEN
                       MOVE WS-PUB-TO-UTC TO WS-PUB-END
                   END-IF
                   ADD 1 TO WS-PUB-COUNT
                   MOVE WS-PUB-START TO WS-PUB-B-START(WS-PUB-COUNT)
                   MOVE WS-PUB-END TO WS-PUB-B-END(WS-PUB-COUNT)
                   MOVE WS-PUB-T-TYPE TO WS-PUB-B-TYPE(WS-PUB-COUNT)
               END-IF
           END-IF.

       SORT-PUBLISH-TABLE.
      *    Same bubble pass as SORT-BUSY-TABLE, on the block start.
           MOVE 'Y' TO WS-PUB-SWAPPED
           PERFORM UNTIL WS-PUB-SWAPPED EQUAL TO 'N'
               MOVE 'N' TO WS-PUB-SWAPPED
               MOVE 1 TO WS-PUB-IDX
               PERFORM UNTIL WS-PUB-IDX >= WS-PUB-COUNT
                   ADD 1 TO WS-PUB-IDX GIVING WS-PUB-IDX2
                   IF WS-PUB-B-START(WS-PUB-IDX) >
                           WS-PUB-B-START(WS-PUB-IDX2) THEN
                       MOVE WS-PUB-BLOCK(WS-PUB-IDX) TO WS-PUB-TEMP
                       MOVE WS-PUB-BLOCK(WS-PUB-IDX2) TO
                           WS-PUB-BLOCK(WS-PUB-IDX)
                       MOVE WS-PUB-TEMP TO WS-PUB-BLOCK(WS-PUB-IDX2)
                       MOVE 'Y' TO WS-PUB-SWAPPED
                   END-IF
                   ADD 1 TO WS-PUB-IDX
               END-PERFORM
           END-PERFORM.

       PUBLISH-WRITE-BLOCKS.
      *    Overlapping or touching blocks of one kind go out as a
      *    single FREEBUSY period.
           IF WS-PUB-COUNT > 0 THEN
               MOVE WS-PUB-BLOCK(1) TO WS-PUB-CUR
               MOVE 1 TO WS-PUB-IDX
               PERFORM UNTIL WS-PUB-IDX >= WS-PUB-COUNT
                   ADD 1 TO WS-PUB-IDX
                   IF WS-PUB-B-TYPE(WS-PUB-IDX) EQUAL TO
                           WS-PUB-C-TYPE AND
                           WS-PUB-B-START(WS-PUB-IDX) NOT >
                           WS-PUB-C-END THEN
                       IF WS-PUB-B-END(WS-PUB-IDX) > WS-PUB-C-END
                               THEN
                           MOVE WS-PUB-B-END(WS-PUB-IDX) TO
                               WS-PUB-C-END
                       END-IF
                   ELSE
                       PERFORM PUBLISH-WRITE-ONE-PERIOD
                       MOVE WS-PUB-BLOCK(WS-PUB-IDX) TO WS-PUB-CUR
                   END-IF
               END-PERFORM
               PERFORM PUBLISH-WRITE-ONE-PERIOD
           END-IF.

       PUBLISH-WRITE-ONE-PERIOD.
           MOVE WS-PUB-C-START TO WS-TZ-UTC
           PERFORM PUBLISH-FORMAT-UTC
           MOVE WS-PUB-UTC-TEXT TO WS-PUB-PERIOD-TEXT
           MOVE WS-PUB-C-END TO WS-TZ-UTC
           PERFORM PUBLISH-FORMAT-UTC
           MOVE SPACES TO SPOOL-FILE-ENTRY
           IF WS-PUB-C-TYPE EQUAL TO 'H' THEN
               STRING "FREEBUSY;FBTYPE=BUSY-UNAVAILABLE:"
                   WS-PUB-PERIOD-TEXT "/" WS-PUB-UTC-TEXT
                   DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
           ELSE
               STRING "FREEBUSY;FBTYPE=BUSY:"
                   WS-PUB-PERIOD-TEXT "/" WS-PUB-UTC-TEXT
                   DELIMITED BY SIZE INTO SPOOL-FILE-ENTRY
           END-IF
           WRITE SPOOL-FILE-ENTRY
           ADD 1 TO WS-PUB-PERIODS.

       PUBLISH-FORMAT-UTC.
      *    WS-TZ-UTC minutes as an RFC 5545 UTC date-time.
           MOVE 0 TO WS-TZ-HIT
           PERFORM ZONE-UTC-TO-LOCAL
           MOVE SPACES TO WS-PUB-UTC-TEXT
           STRING WS-TZ-DATE "T" WS-TZ-TIME "00Z" DELIMITED BY SIZE
               INTO WS-PUB-UTC-TEXT.

       PRINT-AVAILABILITY.
      *    Reception's wall chart for one day (today when no date
      *    is given): everybody in data/contacts.txt down the side,
      *    half-hour cells across the working day - the free-slot
      *    finder's 09:00-17:00 unless hours are given - XX where
      *    they are booked, hh on a blackout date. Built from the
      *    same busy blocks the published files carry.
           IF FREE-FROM EQUAL TO ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO FREE-FROM
           END-IF
           MOVE FREE-FROM TO FREE-TO
           COMPUTE WS-FREE-WSTART-MIN =
               FUNCTION INTEGER(FREE-WSTART / 100) * 60
               + FUNCTION MOD(FREE-WSTART, 100)
           COMPUTE WS-FREE-WEND-MIN =
               FUNCTION INTEGER(FREE-WEND / 100) * 60
               + FUNCTION MOD(FREE-WEND, 100)
           COMPUTE WS-AVL-SLOTS =
               (WS-FREE-WEND-MIN - WS-FREE-WSTART-MIN + 29) / 30
           IF WS-AVL-SLOTS > 36 THEN
               DISPLAY "only 18 hours fit across the page - the "
                   "chart stops there"
               MOVE 36 TO WS-AVL-SLOTS
           END-IF
           PERFORM PUBLISH-BUILD-OCCURRENCES
           PERFORM PUBLISH-SET-WINDOW
           MOVE FREE-FROM TO WS-HOL-CHECK-DATE
           PERFORM CHECK-HOLIDAY-DATE

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "data/colendar-availability-" FREE-FROM ".prn"
               DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open " WS-PRINT-FILENAME
               STOP RUN
           END-IF
           MOVE FREE-FROM(1:4) TO FMTYEAR
           MOVE FREE-FROM(5:2) TO FMTMONTH
           PERFORM GET-PRETTY-MONTH
           MOVE "availability" TO WS-PRINT-TITLE
           MOVE 0 TO WS-PRINT-LINES
           MOVE 0 TO WS-PRINT-PAGE
           MOVE 0 TO PRINTFLAG
           MOVE SPACES TO WS-GRID-LINE
           IF WS-PUB-ZONE-HIT > 0 THEN
               STRING "who is free on " FREE-FROM ", times in "
                   FUNCTION TRIM(WS-ZON-T-TZID(WS-PUB-ZONE-HIT)
                   TRAILING) DELIMITED BY SIZE INTO WS-GRID-LINE
           ELSE
               STRING "who is free on " FREE-FROM
                   DELIMITED BY SIZE INTO WS-GRID-LINE
           END-IF
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           PERFORM AVAILABILITY-HEADER-LINE
           MOVE 0 TO WS-CON-IDX
           PERFORM UNTIL WS-CON-IDX >= WS-CON-COUNT
               ADD 1 TO WS-CON-IDX
               PERFORM AVAILABILITY-ONE-PERSON
           END-PERFORM
           MOVE SPACES TO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           IF WS-HOL-HIT EQUAL TO 1 THEN
               STRING "XX booked   .. free   hh blackout date: "
                   FUNCTION TRIM(WS-HOL-HIT-NAME TRAILING)
                   DELIMITED BY SIZE INTO WS-GRID-LINE
           ELSE
               MOVE "XX booked   .. free" TO WS-GRID-LINE
           END-IF
           PERFORM EMIT-GRID-LINE
           CLOSE PRINT-FILE
           DISPLAY "wrote " WS-PRINT-FILENAME.

       AVAILABILITY-HEADER-LINE.
      *    The hour over each cell that starts on the hour, the
      *    minutes over the others.
           MOVE SPACES TO WS-GRID-LINE
           MOVE 23 TO WS-AVL-COL
           MOVE 0 TO WS-AVL-SLOT
           PERFORM UNTIL WS-AVL-SLOT >= WS-AVL-SLOTS
               ADD 1 TO WS-AVL-SLOT
               COMPUTE WS-AVL-MINS =
                   WS-FREE-WSTART-MIN + (WS-AVL-SLOT - 1) * 30
               IF FUNCTION MOD(WS-AVL-MINS, 60) EQUAL TO 0 THEN
                   COMPUTE WS-AVL-HH = WS-AVL-MINS / 60
               ELSE
                   COMPUTE WS-AVL-HH = FUNCTION MOD(WS-AVL-MINS, 60)
               END-IF
               STRING WS-AVL-HH " " DELIMITED BY SIZE
                   INTO WS-GRID-LINE WITH POINTER WS-AVL-COL
           END-PERFORM
           PERFORM EMIT-GRID-LINE.

       AVAILABILITY-ONE-PERSON.
           MOVE WS-CON-T-NAME(WS-CON-IDX) TO WS-PERSON-NAME
           PERFORM PUBLISH-COLLECT-PERSON
           MOVE 0 TO WS-AVL-SLOT
           PERFORM UNTIL WS-AVL-SLOT >= WS-AVL-SLOTS
               ADD 1 TO WS-AVL-SLOT
               MOVE ".." TO WS-AVL-CELL(WS-AVL-SLOT)
           END-PERFORM
           MOVE 0 TO WS-PUB-IDX
           PERFORM UNTIL WS-PUB-IDX >= WS-PUB-COUNT
               ADD 1 TO WS-PUB-IDX
               PERFORM AVAILABILITY-MARK-BLOCK
           END-PERFORM
           MOVE SPACES TO WS-GRID-LINE
           MOVE WS-PERSON-NAME(1:20) TO WS-GRID-LINE(1:20)
           MOVE 23 TO WS-AVL-COL
           MOVE 0 TO WS-AVL-SLOT
           PERFORM UNTIL WS-AVL-SLOT >= WS-AVL-SLOTS
               ADD 1 TO WS-AVL-SLOT
               STRING WS-AVL-CELL(WS-AVL-SLOT) " " DELIMITED BY SIZE
                   INTO WS-GRID-LINE WITH POINTER WS-AVL-COL
           END-PERFORM
           PERFORM EMIT-GRID-LINE.

       AVAILABILITY-MARK-BLOCK.
      *    A booking shows over a blackout day; the day off only
      *    fills the cells nobody has booked.
           MOVE 0 TO WS-AVL-SLOT
           PERFORM UNTIL WS-AVL-SLOT >= WS-AVL-SLOTS
               ADD 1 TO WS-AVL-SLOT
               COMPUTE WS-AVL-SLOT-START = WS-PUB-FROM-UTC +
                   WS-FREE-WSTART-MIN + (WS-AVL-SLOT - 1) * 30
               COMPUTE WS-AVL-SLOT-END = WS-AVL-SLOT-START + 30
               IF WS-PUB-B-START(WS-PUB-IDX) < WS-AVL-SLOT-END AND
                       WS-PUB-B-END(WS-PUB-IDX) > WS-AVL-SLOT-START
                       THEN
                   IF WS-PUB-B-TYPE(WS-PUB-IDX) EQUAL TO 'H' THEN
                       IF WS-AVL-CELL(WS-AVL-SLOT) EQUAL TO ".." THEN
                           MOVE "hh" TO WS-AVL-CELL(WS-AVL-SLOT)
                       END-IF
                   ELSE
                       MOVE "XX" TO WS-AVL-CELL(WS-AVL-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

       SET-COMMAND-ACCESS.
      *    What the one-shot command in hand needs, taking the flags
      *    in the order the mainline does. Commands that never open
      *    an events master - help, holiday list, resource, rooms,
      *    rsvp, zone add and list, request report - need nothing.
           MOVE 0 TO WS-ACC-NEED
           MOVE 'A' TO WS-ACC-SCOPE
           EVALUATE TRUE
               WHEN ACCESSFLAG EQUAL TO 0
                   PERFORM SET-ACCESS-ACTION-NEED
               WHEN AUDITFLAG EQUAL TO 0
                   MOVE "audit" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN REVERTFLAG EQUAL TO 0
                   MOVE "revert" TO WS-ACC-COMMAND
                   MOVE 2 TO WS-ACC-NEED
               WHEN UNDOFLAG EQUAL TO 0
                   MOVE "undo" TO WS-ACC-COMMAND
                   MOVE 3 TO WS-ACC-NEED
               WHEN RESTOREFLAG EQUAL TO 0
                   MOVE "restore" TO WS-ACC-COMMAND
                   MOVE 3 TO WS-ACC-NEED
               WHEN DONEFLAG EQUAL TO 0
                   MOVE "done" TO WS-ACC-COMMAND
                   MOVE 2 TO WS-ACC-NEED
               WHEN ADDFLAG EQUAL TO 0
                   MOVE "add" TO WS-ACC-COMMAND
                   MOVE 2 TO WS-ACC-NEED
               WHEN DELFLAG EQUAL TO 0
                   MOVE "delete" TO WS-ACC-COMMAND
                   MOVE 2 TO WS-ACC-NEED
               WHEN EDITFLAG EQUAL TO 0
                   MOVE "edit" TO WS-ACC-COMMAND
                   MOVE 2 TO WS-ACC-NEED
               WHEN NOTEFLAG EQUAL TO 0
                   MOVE "note" TO WS-ACC-COMMAND
                   MOVE 2 TO WS-ACC-NEED
               WHEN MINUTESFLAG EQUAL TO 0
                   MOVE "minutes" TO WS-ACC-COMMAND
                   MOVE 2 TO WS-ACC-NEED
               WHEN NOTESFLAG EQUAL TO 0
                   MOVE "notes" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN CLASHFLAG EQUAL TO 0
                   MOVE "clashes" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN WEEKFLAG EQUAL TO 0
                   MOVE "week" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN REMINDFLAG EQUAL TO 0
                   MOVE "remind" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN REPORTFLAG EQUAL TO 0
                   MOVE "report" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN ARCHIVEFLAG EQUAL TO 0
                   MOVE "archive" TO WS-ACC-COMMAND
                   MOVE 3 TO WS-ACC-NEED
               WHEN VERIFYFLAG EQUAL TO 0
                   PERFORM SET-VERIFY-ACCESS
               WHEN HOLADDFLAG EQUAL TO 0
                   MOVE "holiday add" TO WS-ACC-COMMAND
                   MOVE 3 TO WS-ACC-NEED
               WHEN HOLLISTFLAG EQUAL TO 0
               WHEN RESADDFLAG EQUAL TO 0
               WHEN RESLISTFLAG EQUAL TO 0
               WHEN ROOMSFLAG EQUAL TO 0
               WHEN RSVPFLAG EQUAL TO 0
                   CONTINUE
               WHEN RESPONSESFLAG EQUAL TO 0
                   MOVE "responses" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN NIGHTLYFLAG EQUAL TO 0
                   MOVE "nightly" TO WS-ACC-COMMAND
                   MOVE 3 TO WS-ACC-NEED
                   MOVE 'N' TO WS-ACC-SCOPE
               WHEN RECONCILEFLAG EQUAL TO 0
                   MOVE "reconcile" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN REQUESTFLAG EQUAL TO 0
                   PERFORM SET-REQUEST-ACCESS
               WHEN ZONEFLAG EQUAL TO 0
                   IF ZONE-ACTION EQUAL TO 'DEFAULT' THEN
                       MOVE "zone default" TO WS-ACC-COMMAND
                       MOVE 2 TO WS-ACC-NEED
                   END-IF
               WHEN FREEFLAG EQUAL TO 0
                   MOVE "free" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN FINDFLAG EQUAL TO 0
                   MOVE "find" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN EXPORTFLAG EQUAL TO 0
                   MOVE "export" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN IMPORTFLAG EQUAL TO 0
                   MOVE "import" TO WS-ACC-COMMAND
                   MOVE 2 TO WS-ACC-NEED
               WHEN LOADFLAG EQUAL TO 0
                   MOVE "load" TO WS-ACC-COMMAND
                   MOVE 3 TO WS-ACC-NEED
               WHEN UNLOADFLAG EQUAL TO 0
                   MOVE "unload" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN SYNCFLAG EQUAL TO 0
                   MOVE "sync" TO WS-ACC-COMMAND
                   MOVE 2 TO WS-ACC-NEED
               WHEN HOURSFLAG EQUAL TO 0
                   MOVE "hours" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
               WHEN TIMESHEETFLAG EQUAL TO 0
                   MOVE "timesheet" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
                   MOVE 'N' TO WS-ACC-SCOPE
               WHEN PUBLISHFLAG EQUAL TO 0
                   MOVE "publish" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
                   MOVE 'N' TO WS-ACC-SCOPE
               WHEN AVAILFLAG EQUAL TO 0
                   MOVE "availability" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
                   MOVE 'N' TO WS-ACC-SCOPE
               WHEN HELPFLAG EQUAL TO 0
                   CONTINUE
               WHEN OTHER
                   MOVE "view" TO WS-ACC-COMMAND
                   MOVE 1 TO WS-ACC-NEED
           END-EVALUATE.

       SET-VERIFY-ACCESS.
           IF WS-VER-REPORT-ONLY EQUAL TO 1 THEN
               MOVE "verify report" TO WS-ACC-COMMAND
               MOVE 1 TO WS-ACC-NEED
           ELSE
               MOVE "verify repair" TO WS-ACC-COMMAND
               MOVE 3 TO WS-ACC-NEED
           END-IF.

       SET-REQUEST-ACCESS.
      *    Asking for time and answering a counter-proposal need
      *    only sight of the calendar; deciding a request changes
      *    it. The weekly report reads nothing but the queue.
           MOVE SPACES TO WS-ACC-COMMAND
           STRING "request " FUNCTION LOWER-CASE(REQ-ACTION)
               DELIMITED BY SIZE INTO WS-ACC-COMMAND
           EVALUATE REQ-ACTION
               WHEN 'APPROVE'
               WHEN 'REJECT'
               WHEN 'COUNTER'
                   MOVE 2 TO WS-ACC-NEED
               WHEN 'REPORT'
               WHEN SPACES
                   MOVE 0 TO WS-ACC-NEED
               WHEN OTHER
                   MOVE 1 TO WS-ACC-NEED
           END-EVALUATE.

       SET-ACCESS-ACTION-NEED.
      *    Changing a calendar's grants takes admin on that calendar;
      *    the review listings take admin on at least one.
           MOVE SPACES TO WS-ACC-COMMAND
           STRING "access " FUNCTION LOWER-CASE(ACC-ACTION)
               DELIMITED BY SIZE INTO WS-ACC-COMMAND
           MOVE 3 TO WS-ACC-NEED
           IF ACC-ACTION EQUAL TO 'GRANT' OR
                   ACC-ACTION EQUAL TO 'REVOKE' THEN
               MOVE 'G' TO WS-ACC-SCOPE
           ELSE
               MOVE 'X' TO WS-ACC-SCOPE
           END-IF.

       CHECK-COMMAND-ACCESS.
      *    Refuse the command in hand unless the user holds
      *    WS-ACC-NEED on every calendar it would open. Each
      *    calendar refused is reported and logged; one refusal
      *    stops the whole command.
           MOVE 0 TO WS-ACC-DENIED
           IF WS-ACC-NEED > 0 THEN
               PERFORM LOAD-ACCESS
               IF WS-ACC-ON EQUAL TO 1 THEN
                   PERFORM SET-LOCK-USER
                   EVALUATE WS-ACC-SCOPE
                       WHEN 'N'
                           PERFORM NIGHTLY-BUILD-CAL-LIST
                           MOVE 0 TO WS-NGT-CAL-IDX
                           PERFORM UNTIL
                                   WS-NGT-CAL-IDX >= WS-NGT-CAL-COUNT
                               ADD 1 TO WS-NGT-CAL-IDX
                               MOVE WS-NGT-CAL(WS-NGT-CAL-IDX) TO
                                   WS-ACC-CAL
                               PERFORM CHECK-ONE-CAL-ACCESS
                           END-PERFORM
                       WHEN 'G'
                           MOVE ACC-ARG-CAL TO WS-ACC-CAL
                           PERFORM CHECK-ONE-CAL-ACCESS
                       WHEN 'X'
                           PERFORM CHECK-ANY-CAL-ACCESS
                       WHEN OTHER
                           MOVE 0 TO WS-CAL-IDX
                           PERFORM UNTIL WS-CAL-IDX >= WS-CAL-COUNT
                               ADD 1 TO WS-CAL-IDX
                               MOVE WS-CAL-NAME(WS-CAL-IDX) TO
                                   WS-ACC-CAL
                               PERFORM CHECK-ONE-CAL-ACCESS
                           END-PERFORM
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-ONE-CAL-ACCESS.
           IF WS-ACC-CAL EQUAL TO SPACES THEN
               MOVE "default" TO WS-ACC-CAL
           END-IF
           MOVE 0 TO WS-ACC-HAVE
           MOVE 0 TO WS-ACC-IDX
           PERFORM UNTIL WS-ACC-IDX >= WS-ACC-COUNT
               ADD 1 TO WS-ACC-IDX
               IF WS-ACC-T-CAL(WS-ACC-IDX) EQUAL TO WS-ACC-CAL AND
                       (WS-ACC-T-USER(WS-ACC-IDX) EQUAL TO
                       WS-LOCK-MYUSER OR
                       WS-ACC-T-USER(WS-ACC-IDX) EQUAL TO "*") AND
                       WS-ACC-T-LEVEL(WS-ACC-IDX) > WS-ACC-HAVE THEN
                   MOVE WS-ACC-T-LEVEL(WS-ACC-IDX) TO WS-ACC-HAVE
               END-IF
           END-PERFORM
           IF WS-ACC-HAVE < WS-ACC-NEED THEN
               PERFORM DENY-COMMAND
           END-IF.

       CHECK-ANY-CAL-ACCESS.
           MOVE 0 TO WS-ACC-HAVE
           MOVE 0 TO WS-ACC-IDX
           PERFORM UNTIL WS-ACC-IDX >= WS-ACC-COUNT
               ADD 1 TO WS-ACC-IDX
               IF (WS-ACC-T-USER(WS-ACC-IDX) EQUAL TO
                       WS-LOCK-MYUSER OR
                       WS-ACC-T-USER(WS-ACC-IDX) EQUAL TO "*") AND
                       WS-ACC-T-LEVEL(WS-ACC-IDX) > WS-ACC-HAVE THEN
                   MOVE WS-ACC-T-LEVEL(WS-ACC-IDX) TO WS-ACC-HAVE
               END-IF
           END-PERFORM
           IF WS-ACC-HAVE < WS-ACC-NEED THEN
               MOVE "*" TO WS-ACC-CAL
               PERFORM DENY-COMMAND
           END-IF.

       DENY-COMMAND.
           MOVE 1 TO WS-ACC-DENIED
           IF WS-ACC-CAL EQUAL TO "*" THEN
               DISPLAY "access denied: "
                   FUNCTION TRIM(WS-LOCK-MYUSER TRAILING)
                   " may not run "
                   FUNCTION TRIM(WS-ACC-COMMAND TRAILING)
                   " - that needs admin access to some calendar."
           ELSE
               DISPLAY "access denied: "
                   FUNCTION TRIM(WS-LOCK-MYUSER TRAILING)
                   " may not run "
                   FUNCTION TRIM(WS-ACC-COMMAND TRAILING)
                   " on calendar "
                   FUNCTION TRIM(WS-ACC-CAL TRAILING)
                   " - that needs "
                   FUNCTION TRIM(WS-ACC-LEVEL-WORD(WS-ACC-NEED)
                   TRAILING) " access."
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO SEC-STAMP
           MOVE SPACE TO SEC-SPACE1
           MOVE WS-LOCK-MYUSER TO SEC-USER
           MOVE SPACE TO SEC-SPACE2
           MOVE WS-ACC-CAL TO SEC-CAL
           MOVE SPACE TO SEC-SPACE3
           MOVE WS-ACC-COMMAND TO SEC-COMMAND
           MOVE SPACE TO SEC-SPACE4
           MOVE WS-ACC-LEVEL-WORD(WS-ACC-NEED) TO SEC-NEED
           OPEN EXTEND SECURITY-LOG
           IF WS-SEC-STATUS EQUAL TO '35' THEN
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF WS-SEC-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "warning: cannot write data/security.log"
           ELSE
               WRITE SECURITY-LOG-ENTRY
               CLOSE SECURITY-LOG
           END-IF.

       LOAD-ACCESS.
      *    The grants into core. WS-ACC-ON says whether the file is
      *    there at all; a line with a level that is not VIEW,
      *    CHANGE or ADMIN grants nothing.
           MOVE 0 TO WS-ACC-COUNT
           MOVE 0 TO WS-ACC-ON
           MOVE SPACE TO WS-ACC-EOF
           OPEN INPUT ACCESS-FILE
           IF WS-ACC-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               MOVE 1 TO WS-ACC-ON
               PERFORM UNTIL WS-ACC-EOF = 'Y'
                   READ ACCESS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-ACC-EOF
                       NOT AT END
                           PERFORM SET-ACCESS-LEVEL-NO
                           IF ACC-CAL NOT EQUAL TO SPACES AND
                                   ACC-USER NOT EQUAL TO SPACES AND
                                   WS-ACC-LEVEL-NO > 0 AND
                                   WS-ACC-COUNT < 500 THEN
                               ADD 1 TO WS-ACC-COUNT
                               MOVE ACC-CAL TO
                                   WS-ACC-T-CAL(WS-ACC-COUNT)
                               MOVE ACC-USER TO
                                   WS-ACC-T-USER(WS-ACC-COUNT)
                               MOVE WS-ACC-LEVEL-NO TO
                                   WS-ACC-T-LEVEL(WS-ACC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-FILE
           END-IF.

       SET-ACCESS-LEVEL-NO.
           EVALUATE FUNCTION UPPER-CASE(ACC-LEVEL)
               WHEN 'VIEW'
                   MOVE 1 TO WS-ACC-LEVEL-NO
               WHEN 'CHANGE'
                   MOVE 2 TO WS-ACC-LEVEL-NO
               WHEN 'ADMIN'
                   MOVE 3 TO WS-ACC-LEVEL-NO
               WHEN OTHER
                   MOVE 0 TO WS-ACC-LEVEL-NO
           END-EVALUATE.

       REWRITE-ACCESS-FILE.
           OPEN OUTPUT ACCESS-FILE
           IF WS-ACC-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "warning: cannot write data/access.txt"
           ELSE
               MOVE 0 TO WS-ACC-IDX
               PERFORM UNTIL WS-ACC-IDX >= WS-ACC-COUNT
                   ADD 1 TO WS-ACC-IDX
                   MOVE WS-ACC-T-CAL(WS-ACC-IDX) TO ACC-CAL
                   MOVE SPACE TO ACC-SPACE1
                   MOVE WS-ACC-T-USER(WS-ACC-IDX) TO ACC-USER
                   MOVE SPACE TO ACC-SPACE2
                   MOVE FUNCTION UPPER-CASE(WS-ACC-LEVEL-WORD
                       (WS-ACC-T-LEVEL(WS-ACC-IDX))) TO ACC-LEVEL
                   WRITE ACCESS-ENTRY
               END-PERFORM
               CLOSE ACCESS-FILE
           END-IF.

       RUN-ACCESS-ACTION.
      *    access list|denied|grant|revoke, from the command line
      *    and the shell alike.
           EVALUATE ACC-ACTION
               WHEN 'GRANT'
                   MOVE ACC-ARG-LEVEL TO ACC-LEVEL
                   PERFORM SET-ACCESS-LEVEL-NO
                   IF ACC-ARG-CAL EQUAL TO SPACES OR
                           ACC-ARG-USER EQUAL TO SPACES OR
                           WS-ACC-LEVEL-NO EQUAL TO 0 THEN
                       DISPLAY "usage: colendar access grant <cal> "
                           "<user>|* view|change|admin"
                   ELSE
                       PERFORM GRANT-ACCESS
                   END-IF
               WHEN 'REVOKE'
                   IF ACC-ARG-CAL EQUAL TO SPACES OR
                           ACC-ARG-USER EQUAL TO SPACES THEN
                       DISPLAY "usage: colendar access revoke <cal> "
                           "<user>|*"
                   ELSE
                       PERFORM REVOKE-ACCESS
                   END-IF
               WHEN 'DENIED'
                   PERFORM PRINT-ACCESS-DENIED
               WHEN OTHER
                   PERFORM PRINT-ACCESS-GRANTS
           END-EVALUATE.

       GRANT-ACCESS.
      *    One line per user and calendar: a new grant replaces
      *    the old one, up or down. The first grant ever made
      *    starts the file, and with it closes every calendar
      *    nobody has been granted.
           PERFORM ACQUIRE-ACCESS-LOCK
           PERFORM LOAD-ACCESS
           IF WS-ACC-ON EQUAL TO 0 THEN
               DISPLAY "starting data/access.txt - from now on a "
                   "calendar with no grants is closed to everyone."
           END-IF
           PERFORM DROP-ACCESS-ROWS
           IF WS-ACC-COUNT >= 500 THEN
               DISPLAY "data/access.txt is full (500 grants)."
           ELSE
               ADD 1 TO WS-ACC-COUNT
               MOVE ACC-ARG-CAL TO WS-ACC-T-CAL(WS-ACC-COUNT)
               MOVE ACC-ARG-USER TO WS-ACC-T-USER(WS-ACC-COUNT)
               MOVE WS-ACC-LEVEL-NO TO WS-ACC-T-LEVEL(WS-ACC-COUNT)
               PERFORM REWRITE-ACCESS-FILE
               DISPLAY FUNCTION TRIM(ACC-ARG-USER TRAILING)
                   " now has "
                   FUNCTION TRIM(WS-ACC-LEVEL-WORD(WS-ACC-LEVEL-NO)
                   TRAILING) " access to calendar "
                   FUNCTION TRIM(ACC-ARG-CAL TRAILING) "."
           END-IF
           PERFORM RELEASE-ACCESS-LOCK.

       REVOKE-ACCESS.
           PERFORM ACQUIRE-ACCESS-LOCK
           PERFORM LOAD-ACCESS
           PERFORM DROP-ACCESS-ROWS
           IF WS-ACC-HIT EQUAL TO 0 THEN
               DISPLAY FUNCTION TRIM(ACC-ARG-USER TRAILING)
                   " holds no grant on calendar "
                   FUNCTION TRIM(ACC-ARG-CAL TRAILING) "."
           ELSE
               PERFORM REWRITE-ACCESS-FILE
               DISPLAY FUNCTION TRIM(ACC-ARG-USER TRAILING)
                   " no longer has access to calendar "
                   FUNCTION TRIM(ACC-ARG-CAL TRAILING) "."
           END-IF
           PERFORM RELEASE-ACCESS-LOCK.

       DROP-ACCESS-ROWS.
      *    Squeeze out the grant rows for ACC-ARG-CAL + ACC-ARG-USER,
      *    counting them in WS-ACC-HIT.
           MOVE 0 TO WS-ACC-HIT
           MOVE 0 TO WS-ACC-KEEP
           MOVE 0 TO WS-ACC-IDX
           PERFORM UNTIL WS-ACC-IDX >= WS-ACC-COUNT
               ADD 1 TO WS-ACC-IDX
               IF WS-ACC-T-CAL(WS-ACC-IDX) EQUAL TO ACC-ARG-CAL AND
                       WS-ACC-T-USER(WS-ACC-IDX) EQUAL TO
                       ACC-ARG-USER THEN
                   ADD 1 TO WS-ACC-HIT
               ELSE
                   ADD 1 TO WS-ACC-KEEP
                   MOVE WS-ACC(WS-ACC-IDX) TO WS-ACC(WS-ACC-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-ACC-KEEP TO WS-ACC-COUNT.

       PRINT-ACCESS-GRANTS.
      *    The quarterly access review: every grant, by calendar
      *    and user, then the calendars in data/calendars.txt that
      *    nobody can open at all.
           PERFORM LOAD-ACCESS
           PERFORM SORT-ACCESS-TABLE
           MOVE "data/colendar-access-grants.prn" TO WS-PRINT-FILENAME
           PERFORM OPEN-ACCESS-REPORT
           MOVE "access grants" TO WS-PRINT-TITLE
           MOVE 0 TO WS-PRINT-LINES
           MOVE 0 TO WS-PRINT-PAGE
           IF WS-ACC-ON EQUAL TO 0 THEN
               STRING "no data/access.txt - every calendar is open "
                   "to every user." DELIMITED BY SIZE INTO WS-GRID-LINE
               PERFORM EMIT-GRID-LINE
           ELSE
               MOVE SPACES TO WS-GRID-LINE
               MOVE "calendar" TO WS-GRID-LINE(1:10)
               MOVE "user" TO WS-GRID-LINE(13:20)
               MOVE "access" TO WS-GRID-LINE(35:6)
               PERFORM EMIT-GRID-LINE
               MOVE ALL "-" TO WS-GRID-LINE(1:40)
               PERFORM EMIT-GRID-LINE
               MOVE 0 TO WS-ACC-IDX
               PERFORM UNTIL WS-ACC-IDX >= WS-ACC-COUNT
                   ADD 1 TO WS-ACC-IDX
                   MOVE SPACES TO WS-GRID-LINE
                   MOVE WS-ACC-T-CAL(WS-ACC-IDX) TO WS-GRID-LINE(1:10)
                   IF WS-ACC-T-USER(WS-ACC-IDX) EQUAL TO "*" THEN
                       MOVE "* (everyone)" TO WS-GRID-LINE(13:20)
                   ELSE
                       MOVE WS-ACC-T-USER(WS-ACC-IDX) TO
                           WS-GRID-LINE(13:20)
                   END-IF
                   MOVE WS-ACC-LEVEL-WORD(WS-ACC-T-LEVEL(WS-ACC-IDX))
                       TO WS-GRID-LINE(35:6)
                   PERFORM EMIT-GRID-LINE
               END-PERFORM
               MOVE SPACES TO WS-GRID-LINE
               PERFORM EMIT-GRID-LINE
               MOVE SPACES TO WS-GRID-LINE
               STRING WS-ACC-COUNT " grant(s) on file" DELIMITED BY
                   SIZE INTO WS-GRID-LINE
               PERFORM EMIT-GRID-LINE
               PERFORM NIGHTLY-BUILD-CAL-LIST
               MOVE 0 TO WS-NGT-CAL-IDX
               PERFORM UNTIL WS-NGT-CAL-IDX >= WS-NGT-CAL-COUNT
                   ADD 1 TO WS-NGT-CAL-IDX
                   PERFORM ACCESS-CLOSED-CAL-LINE
               END-PERFORM
           END-IF
           CLOSE PRINT-FILE
           DISPLAY "wrote " WS-PRINT-FILENAME.

       ACCESS-CLOSED-CAL-LINE.
           MOVE WS-NGT-CAL(WS-NGT-CAL-IDX) TO WS-ACC-CAL
           IF WS-ACC-CAL EQUAL TO SPACES THEN
               MOVE "default" TO WS-ACC-CAL
           END-IF
           MOVE 0 TO WS-ACC-HIT
           MOVE 0 TO WS-ACC-IDX
           PERFORM UNTIL WS-ACC-IDX >= WS-ACC-COUNT
               ADD 1 TO WS-ACC-IDX
               IF WS-ACC-T-CAL(WS-ACC-IDX) EQUAL TO WS-ACC-CAL THEN
                   ADD 1 TO WS-ACC-HIT
               END-IF
           END-PERFORM
           IF WS-ACC-HIT EQUAL TO 0 THEN
               MOVE SPACES TO WS-GRID-LINE
               STRING "calendar " FUNCTION TRIM(WS-ACC-CAL TRAILING)
                   " has no grants - closed to everyone"
                   DELIMITED BY SIZE INTO WS-GRID-LINE
               PERFORM EMIT-GRID-LINE
           END-IF.

       SORT-ACCESS-TABLE.
      *    Calendar, then user - the same bubble pass as the other
      *    in-core tables.
           MOVE 'Y' TO WS-ACC-SWAPPED
           PERFORM UNTIL WS-ACC-SWAPPED EQUAL TO 'N'
               MOVE 'N' TO WS-ACC-SWAPPED
               MOVE 1 TO WS-ACC-IDX
               PERFORM UNTIL WS-ACC-IDX >= WS-ACC-COUNT
                   ADD 1 TO WS-ACC-IDX GIVING WS-ACC-IDX2
                   IF WS-ACC(WS-ACC-IDX)(1:30) >
                           WS-ACC(WS-ACC-IDX2)(1:30) THEN
                       MOVE WS-ACC(WS-ACC-IDX) TO WS-ACC-TEMP
                       MOVE WS-ACC(WS-ACC-IDX2) TO WS-ACC(WS-ACC-IDX)
                       MOVE WS-ACC-TEMP TO WS-ACC(WS-ACC-IDX2)
                       MOVE 'Y' TO WS-ACC-SWAPPED
                   END-IF
                   ADD 1 TO WS-ACC-IDX
               END-PERFORM
           END-PERFORM.

       PRINT-ACCESS-DENIED.
      *    Every refusal in data/security.log, oldest first, from
      *    ACC-ARG-FROM to ACC-ARG-TO when dates are given.
           MOVE "data/colendar-access-denied.prn" TO WS-PRINT-FILENAME
           PERFORM OPEN-ACCESS-REPORT
           MOVE "denied attempts" TO WS-PRINT-TITLE
           MOVE 0 TO WS-PRINT-LINES
           MOVE 0 TO WS-PRINT-PAGE
           IF ACC-ARG-TO EQUAL TO ZERO THEN
               MOVE 99999999 TO ACC-ARG-TO
           END-IF
           MOVE SPACES TO WS-GRID-LINE
           MOVE "when" TO WS-GRID-LINE(1:15)
           MOVE "user" TO WS-GRID-LINE(18:20)
           MOVE "calendar" TO WS-GRID-LINE(40:10)
           MOVE "command" TO WS-GRID-LINE(52:16)
           MOVE "needed" TO WS-GRID-LINE(70:6)
           PERFORM EMIT-GRID-LINE
           MOVE ALL "-" TO WS-GRID-LINE(1:75)
           PERFORM EMIT-GRID-LINE
           MOVE 0 TO WS-SEC-COUNT
           MOVE SPACE TO WS-SEC-EOF
           OPEN INPUT SECURITY-LOG
           IF WS-SEC-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL WS-SEC-EOF = 'Y'
                   READ SECURITY-LOG NEXT RECORD
                       AT END MOVE 'Y' TO WS-SEC-EOF
                       NOT AT END
                           IF SEC-STAMP(1:8) NOT < ACC-ARG-FROM AND
                                   SEC-STAMP(1:8) NOT > ACC-ARG-TO
                                   THEN
                               PERFORM ACCESS-DENIED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG
           END-IF
           MOVE SPACES TO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           STRING WS-SEC-COUNT " denied attempt(s)" DELIMITED BY SIZE
               INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           CLOSE PRINT-FILE
           DISPLAY "wrote " WS-PRINT-FILENAME ": " WS-SEC-COUNT
               " denied attempt(s)".

       ACCESS-DENIED-LINE.
           ADD 1 TO WS-SEC-COUNT
           MOVE SEC-STAMP TO WS-SEC-STAMP
           MOVE SPACES TO WS-GRID-LINE
           STRING WS-SEC-STAMP(1:8) " " WS-SEC-STAMP(9:6)
               DELIMITED BY SIZE INTO WS-GRID-LINE
           MOVE SEC-USER TO WS-GRID-LINE(18:20)
           MOVE SEC-CAL TO WS-GRID-LINE(40:10)
           MOVE SEC-COMMAND TO WS-GRID-LINE(52:16)
           MOVE SEC-NEED TO WS-GRID-LINE(70:6)
           PERFORM EMIT-GRID-LINE.

       OPEN-ACCESS-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open " WS-PRINT-FILENAME
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:4) TO FMTYEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO FMTMONTH
           PERFORM GET-PRETTY-MONTH
           MOVE 0 TO PRINTFLAG.

       APPEND-NOTE-WORD.
      *    One more word of a note onto NOTE-ARG-LINE, starting the
      *    next line when the word would run past the 120 columns a
      *    notes line holds. Past the fiftieth line words are lost.
           MOVE 50 TO WS-NOTE-WORD-LEN
           PERFORM UNTIL WS-NOTE-WORD-LEN EQUAL TO 1 OR
                   WS-NOTE-WORD(WS-NOTE-WORD-LEN:1) NOT EQUAL TO SPACE
               SUBTRACT 1 FROM WS-NOTE-WORD-LEN
           END-PERFORM
           IF NOTE-ARG-COUNT EQUAL TO 0 THEN
               MOVE 1 TO NOTE-ARG-COUNT
               MOVE 1 TO WS-NOTE-ARG-PTR
           END-IF
           IF WS-NOTE-ARG-PTR > 1 AND
                   WS-NOTE-ARG-PTR + WS-NOTE-WORD-LEN > 120 AND
                   NOTE-ARG-COUNT < 50 THEN
               ADD 1 TO NOTE-ARG-COUNT
               MOVE 1 TO WS-NOTE-ARG-PTR
           END-IF
           IF WS-NOTE-ARG-PTR > 1 THEN
               STRING " " DELIMITED BY SIZE
                   INTO NOTE-ARG-LINE(NOTE-ARG-COUNT)
                   WITH POINTER WS-NOTE-ARG-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           STRING WS-NOTE-WORD(1:WS-NOTE-WORD-LEN) DELIMITED BY SIZE
               INTO NOTE-ARG-LINE(NOTE-ARG-COUNT)
               WITH POINTER WS-NOTE-ARG-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

       READ-NOTE-EVENT.
      *    The event a note or minutes command names, straight off
      *    its id key.
           MOVE 0 TO WS-NOTE-FOUND
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
           MOVE NOTE-ID TO EVENT-ID
           READ EVENTS RECORD INTO WS-EVENT-ENTRY
               INVALID KEY MOVE 0 TO WS-NOTE-FOUND
               NOT INVALID KEY MOVE 1 TO WS-NOTE-FOUND
           END-READ
           CLOSE EVENTS.

       ADD-EVENT-NOTE.
      *    The lines gathered in NOTE-ARG-LINE go on event NOTE-ID
      *    as kind WS-NOTE-KIND once the event is known to be on
      *    the master. Nothing in EVENTS changes, so there is no
      *    generation backup and no calendar lock.
           PERFORM READ-NOTE-EVENT
           IF WS-NOTE-FOUND EQUAL TO 0 THEN
               DISPLAY "no event with id " NOTE-ID " found."
           ELSE
               PERFORM WRITE-NOTE-LINES
           END-IF.

       TAKE-EVENT-MINUTES.
      *    Minutes are taken once the meeting has been: a one-off
      *    event still to come is refused (its agenda is a note).
      *    The lines are all typed before any is written, so the
      *    notes lock is never held while someone is typing.
           PERFORM READ-NOTE-EVENT
           IF WS-NOTE-FOUND EQUAL TO 0 THEN
               DISPLAY "no event with id " NOTE-ID " found."
           ELSE
               IF WS-EVENT-DATE > FUNCTION CURRENT-DATE(1:8) AND
                       WS-EVENT-RECUR-FLAG NOT EQUAL TO 'Y' THEN
                   DISPLAY "id " NOTE-ID " is not until "
                       WS-EVENT-DATE " - minutes go on after the "
                       "meeting (note adds to the agenda)."
               ELSE
                   PERFORM GET-MINUTES-LINES
                   IF NOTE-ARG-COUNT EQUAL TO 0 THEN
                       DISPLAY "no minutes taken."
                   ELSE
                       MOVE "minutes" TO WS-AUDIT-COMMAND
                       MOVE 'M' TO WS-NOTE-KIND
                       PERFORM WRITE-NOTE-LINES
                   END-IF
               END-IF
           END-IF.

       GET-MINUTES-LINES.
      *    One line per prompt until a line holding just "." or
      *    the end of the input; empty lines are passed over.
           MOVE 0 TO NOTE-ARG-COUNT
           MOVE SPACES TO NOTE-ARG-LINES
           MOVE 0 TO WS-NOTE-ENDED
           DISPLAY "minutes for " NOTE-ID " "
               FUNCTION TRIM(WS-EVENT-DESC TRAILING)
           DISPLAY "one line at a time, a line with just . to end"
           PERFORM UNTIL WS-NOTE-ENDED EQUAL TO 1
               DISPLAY "> " WITH NO ADVANCING
               MOVE SPACES TO WS-NOTE-IN-LINE
               ACCEPT WS-NOTE-IN-LINE
                   ON EXCEPTION
                       DISPLAY " "
                       MOVE 1 TO WS-NOTE-ENDED
               END-ACCEPT
               IF WS-NOTE-ENDED EQUAL TO 0 THEN
                   IF WS-NOTE-IN-LINE EQUAL TO "." THEN
                       MOVE 1 TO WS-NOTE-ENDED
                   ELSE
                       IF WS-NOTE-IN-LINE NOT EQUAL TO SPACES THEN
                           ADD 1 TO NOTE-ARG-COUNT
                           MOVE WS-NOTE-IN-LINE TO
                               NOTE-ARG-LINE(NOTE-ARG-COUNT)
                       END-IF
                       IF NOTE-ARG-COUNT >= 50 THEN
                           DISPLAY "that is 50 lines - run minutes "
                               "again to carry on."
                           MOVE 1 TO WS-NOTE-ENDED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-NOTE-LINES.
      *    Each line goes on the end of data/notes.txt under the
      *    notes lock, stamped with the time and the login name the
      *    lock records, and is journalled as it is written: the
      *    line's image tagged NOTE+ under the command that added
      *    it (WS-AUDIT-COMMAND, set by the caller).
           PERFORM SET-ATT-CAL-WANT
           PERFORM ACQUIRE-NOTES-LOCK
           OPEN EXTEND NOTES
           IF WS-NTE-STATUS EQUAL TO '35' THEN
               OPEN OUTPUT NOTES
           END-IF
           IF WS-NTE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open data/notes.txt"
           ELSE
               MOVE 0 TO WS-NOTE-IDX
               PERFORM UNTIL WS-NOTE-IDX >= NOTE-ARG-COUNT
                   ADD 1 TO WS-NOTE-IDX
                   MOVE SPACES TO NOTES-ENTRY
                   MOVE WS-ATT-CAL-WANT TO NTE-CAL
                   MOVE NOTE-ID TO NTE-EVENT-ID
                   MOVE WS-NOTE-KIND TO NTE-KIND
                   MOVE FUNCTION CURRENT-DATE(1:14) TO NTE-STAMP
                   MOVE WS-LOCK-MYUSER TO NTE-USER
                   MOVE NOTE-ARG-LINE(WS-NOTE-IDX) TO NTE-TEXT
                   WRITE NOTES-ENTRY
                   MOVE NOTE-ID TO WS-AUDIT-REC-ID
                   MOVE "NOTE+" TO WS-AUDIT-TAG
                   MOVE NOTES-ENTRY TO WS-AUDIT-IMAGE
                   PERFORM WRITE-AUDIT-RECORD
               END-PERFORM
               CLOSE NOTES
               IF WS-NOTE-KIND EQUAL TO 'M' THEN
                   DISPLAY NOTE-ARG-COUNT " line(s) of minutes "
                       "added to id " NOTE-ID "."
               ELSE
                   DISPLAY NOTE-ARG-COUNT " line(s) of notes "
                       "added to id " NOTE-ID "."
               END-IF
           END-IF
           PERFORM RELEASE-NOTES-LOCK.

       LIST-EVENT-NOTES.
      *    An event's notes and minutes in the order they were
      *    written, under the event's own line. Once archive has
      *    moved the event out, its notes are in the yearly notes
      *    archives instead; ids can be handed out again after
      *    that, so each archived event is headed with its date
      *    and description.
           PERFORM READ-NOTE-EVENT
           PERFORM SET-ATT-CAL-WANT
           MOVE 0 TO WS-NOTE-SHOWN
           IF WS-NOTE-FOUND EQUAL TO 1 THEN
               DISPLAY WS-EVENT-ID " " WS-EVENT-DATE " "
                   WS-EVENT-TIME " "
                   FUNCTION TRIM(WS-EVENT-DESC TRAILING)
           END-IF
           PERFORM LIST-LIVE-NOTES
           IF WS-NOTE-FOUND EQUAL TO 0 THEN
               PERFORM LIST-ARCHIVED-NOTES
           END-IF
           IF WS-NOTE-SHOWN EQUAL TO 0 THEN
               IF WS-NOTE-FOUND EQUAL TO 1 THEN
                   DISPLAY "no notes on id " NOTE-ID "."
               ELSE
                   DISPLAY "no event with id " NOTE-ID " found."
               END-IF
           END-IF.

       LIST-LIVE-NOTES.
           MOVE SPACE TO WS-NTE-EOF
           OPEN INPUT NOTES
           IF WS-NTE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL WS-NTE-EOF = 'Y'
                   READ NOTES NEXT RECORD INTO WS-NTE-ROW
                       AT END MOVE 'Y' TO WS-NTE-EOF
                       NOT AT END
                           IF WS-NTE-R-ID EQUAL TO NOTE-ID AND
                                   WS-NTE-R-CAL EQUAL TO
                                   WS-ATT-CAL-WANT THEN
                               PERFORM SHOW-NOTE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES
           END-IF.

       LIST-ARCHIVED-NOTES.
      *    Notes archives start the year the system went in, the
      *    same as the events archives find walks.
           MOVE SPACES TO WS-NOTE-ARCH-KEY
           MOVE 2023 TO WS-NOTE-YEAR
           PERFORM UNTIL WS-NOTE-YEAR >
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
               MOVE SPACES TO WS-NTA-FILENAME
               STRING "data/notes-archive-" WS-NOTE-YEAR ".txt"
                   DELIMITED BY SIZE INTO WS-NTA-FILENAME
               PERFORM LIST-ONE-NOTES-ARCHIVE
               ADD 1 TO WS-NOTE-YEAR
           END-PERFORM.

       LIST-ONE-NOTES-ARCHIVE.
           MOVE SPACE TO WS-NTA-EOF
           OPEN INPUT NOTES-ARCHIVE
           IF WS-NTA-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL WS-NTA-EOF = 'Y'
                   READ NOTES-ARCHIVE NEXT RECORD
                       AT END MOVE 'Y' TO WS-NTA-EOF
                       NOT AT END
                           MOVE NTA-NOTE TO WS-NTE-ROW
                           IF WS-NTE-R-ID EQUAL TO NOTE-ID AND
                                   WS-NTE-R-CAL EQUAL TO
                                   WS-ATT-CAL-WANT THEN
                               IF NOTES-ARCHIVE-ENTRY(1:49) NOT EQUAL
                                       TO WS-NOTE-ARCH-KEY THEN
                                   MOVE NOTES-ARCHIVE-ENTRY(1:49) TO
                                       WS-NOTE-ARCH-KEY
                                   DISPLAY NOTE-ID " " NTA-EVENT-DATE
                                       " " FUNCTION TRIM(
                                       NTA-EVENT-DESC TRAILING)
                                       " (archived, " FUNCTION TRIM(
                                       WS-NTA-FILENAME TRAILING) ")"
                               END-IF
                               PERFORM SHOW-NOTE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-ARCHIVE
           END-IF.

       SHOW-NOTE-ROW.
           ADD 1 TO WS-NOTE-SHOWN
           IF WS-NTE-R-KIND EQUAL TO 'M' THEN
               MOVE "minutes" TO WS-NOTE-KIND-WORD
           ELSE
               MOVE "note" TO WS-NOTE-KIND-WORD
           END-IF
           DISPLAY "  " WS-NTE-R-STAMP(1:8) " " WS-NTE-R-STAMP(9:2)
               ":" WS-NTE-R-STAMP(11:2) " " WS-NTE-R-USER(1:12) " "
               WS-NOTE-KIND-WORD " "
               FUNCTION TRIM(WS-NTE-R-TEXT TRAILING).

       LOAD-NOTES.
      *    The whole notes file into core - no file yet just means
      *    nobody has written a note. A file too big for the table
      *    is flagged so nothing rewrites it short.
           MOVE 0 TO WS-NTE-COUNT
           MOVE 0 TO WS-NTE-OVERFLOW
           MOVE SPACE TO WS-NTE-EOF
           OPEN INPUT NOTES
           IF WS-NTE-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-NTE-EOF = 'Y'
                   READ NOTES NEXT RECORD
                       AT END MOVE 'Y' TO WS-NTE-EOF
                       NOT AT END
                           IF WS-NTE-COUNT < 20000 THEN
                               ADD 1 TO WS-NTE-COUNT
                               MOVE NTE-CAL TO
                                   WS-NTE-T-CAL(WS-NTE-COUNT)
                               MOVE NTE-EVENT-ID TO
                                   WS-NTE-T-ID(WS-NTE-COUNT)
                               MOVE NTE-KIND TO
                                   WS-NTE-T-KIND(WS-NTE-COUNT)
                               MOVE NTE-STAMP TO
                                   WS-NTE-T-STAMP(WS-NTE-COUNT)
                               MOVE NTE-USER TO
                                   WS-NTE-T-USER(WS-NTE-COUNT)
                               MOVE NTE-TEXT TO
                                   WS-NTE-T-TEXT(WS-NTE-COUNT)
                           ELSE
                               MOVE 1 TO WS-NTE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES
           END-IF.

       REWRITE-NOTES-FILE.
           OPEN OUTPUT NOTES
           IF WS-NTE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "warning: cannot write data/notes.txt"
           ELSE
               MOVE 0 TO WS-NTE-IDX
               PERFORM UNTIL WS-NTE-IDX >= WS-NTE-COUNT
                   ADD 1 TO WS-NTE-IDX
                   PERFORM SET-NOTE-ROW-FROM-TABLE
                   WRITE NOTES-ENTRY FROM WS-NTE-ROW
               END-PERFORM
               CLOSE NOTES
           END-IF.

       SET-NOTE-ROW-FROM-TABLE.
           MOVE SPACES TO WS-NTE-ROW
           MOVE WS-NTE-T-CAL(WS-NTE-IDX) TO WS-NTE-R-CAL
           MOVE WS-NTE-T-ID(WS-NTE-IDX) TO WS-NTE-R-ID
           MOVE WS-NTE-T-KIND(WS-NTE-IDX) TO WS-NTE-R-KIND
           MOVE WS-NTE-T-STAMP(WS-NTE-IDX) TO WS-NTE-R-STAMP
           MOVE WS-NTE-T-USER(WS-NTE-IDX) TO WS-NTE-R-USER
           MOVE WS-NTE-T-TEXT(WS-NTE-IDX) TO WS-NTE-R-TEXT.

       PURGE-EVENT-NOTES.
      *    A deleted event takes its notes with it, each line
      *    journalled under the delete (tag NOTE-) so the journal
      *    still holds what was written. A notes file too big to
      *    hold in core is left as it is rather than written back
      *    short.
           PERFORM SET-ATT-CAL-WANT
           PERFORM ACQUIRE-NOTES-LOCK
           PERFORM LOAD-NOTES
           IF WS-NTE-OVERFLOW EQUAL TO 1 THEN
               DISPLAY "warning: data/notes.txt is too big to "
                   "rewrite - notes on id " NOTE-ID " left in place"
           ELSE
               MOVE 0 TO WS-NTE-KEEP
               MOVE 0 TO WS-NTE-MOVED
               MOVE 0 TO WS-NTE-IDX
               PERFORM UNTIL WS-NTE-IDX >= WS-NTE-COUNT
                   ADD 1 TO WS-NTE-IDX
                   IF WS-NTE-T-ID(WS-NTE-IDX) EQUAL TO NOTE-ID AND
                           WS-NTE-T-CAL(WS-NTE-IDX) EQUAL TO
                           WS-ATT-CAL-WANT THEN
                       PERFORM SET-NOTE-ROW-FROM-TABLE
                       MOVE "delete" TO WS-AUDIT-COMMAND
                       MOVE NOTE-ID TO WS-AUDIT-REC-ID
                       MOVE "NOTE-" TO WS-AUDIT-TAG
                       MOVE WS-NTE-ROW TO WS-AUDIT-IMAGE
                       PERFORM WRITE-AUDIT-RECORD
                       ADD 1 TO WS-NTE-MOVED
                   ELSE
                       ADD 1 TO WS-NTE-KEEP
                       MOVE WS-NTE(WS-NTE-IDX) TO WS-NTE(WS-NTE-KEEP)
                   END-IF
               END-PERFORM
               MOVE WS-NTE-KEEP TO WS-NTE-COUNT
               IF WS-NTE-MOVED > 0 THEN
                   PERFORM REWRITE-NOTES-FILE
               END-IF
           END-IF
           PERFORM RELEASE-NOTES-LOCK.

       NOTE-ARCHIVED-EVENT.
      *    Remember an event archive has just moved out, so its
      *    notes can follow it once the master is rewritten.
           IF WS-EVENT-ID > 0 AND WS-NTA-EVT-COUNT < 9999 THEN
               ADD 1 TO WS-NTA-EVT-COUNT
               MOVE WS-EVENT-DATE TO WS-NTA-EVT-DATE(WS-NTA-EVT-COUNT)
               MOVE WS-EVENT-DESC TO WS-NTA-EVT-DESC(WS-NTA-EVT-COUNT)
               MOVE WS-NTA-EVT-COUNT TO WS-NTA-SLOT(WS-EVENT-ID)
           END-IF.

       ARCHIVE-EVENT-NOTES.
      *    The notes on every event this archive run moved out go
      *    to the same year's notes archive, each line journalled
      *    under the archive (tag NOTE-); the rest are written back.
           PERFORM SET-ATT-CAL-WANT
           PERFORM ACQUIRE-NOTES-LOCK
           PERFORM LOAD-NOTES
           IF WS-NTE-OVERFLOW EQUAL TO 1 THEN
               DISPLAY "warning: data/notes.txt is too big to "
                   "rewrite - notes on archived events left in place"
           ELSE
               MOVE SPACES TO WS-NTA-FILENAME
               STRING "data/notes-archive-" WS-ARCHIVE-YEAR ".txt"
                   DELIMITED BY SIZE INTO WS-NTA-FILENAME
               PERFORM ARCHIVE-NOTE-ROWS
           END-IF
           PERFORM RELEASE-NOTES-LOCK.

       ARCHIVE-NOTE-ROWS.
           OPEN EXTEND NOTES-ARCHIVE
           IF WS-NTA-STATUS EQUAL TO '35' THEN
               OPEN OUTPUT NOTES-ARCHIVE
           END-IF
           IF WS-NTA-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "warning: cannot open "
                   FUNCTION TRIM(WS-NTA-FILENAME TRAILING)
                   " - notes on archived events left in place"
           ELSE
               MOVE 0 TO WS-NTE-KEEP
               MOVE 0 TO WS-NTE-MOVED
               MOVE 0 TO WS-NTE-IDX
               PERFORM UNTIL WS-NTE-IDX >= WS-NTE-COUNT
                   ADD 1 TO WS-NTE-IDX
                   MOVE 0 TO WS-NTA-SLOT-NO
                   IF WS-NTE-T-CAL(WS-NTE-IDX) EQUAL TO
                           WS-ATT-CAL-WANT AND
                           WS-NTE-T-ID(WS-NTE-IDX) > 0 THEN
                       MOVE WS-NTA-SLOT(WS-NTE-T-ID(WS-NTE-IDX)) TO
                           WS-NTA-SLOT-NO
                   END-IF
                   IF WS-NTA-SLOT-NO > 0 THEN
                       PERFORM SET-NOTE-ROW-FROM-TABLE
                       MOVE SPACES TO NOTES-ARCHIVE-ENTRY
                       MOVE WS-NTA-EVT-DATE(WS-NTA-SLOT-NO) TO
                           NTA-EVENT-DATE
                       MOVE WS-NTA-EVT-DESC(WS-NTA-SLOT-NO) TO
                           NTA-EVENT-DESC
                       MOVE WS-NTE-ROW TO NTA-NOTE
                       WRITE NOTES-ARCHIVE-ENTRY
                       MOVE "archive" TO WS-AUDIT-COMMAND
                       MOVE WS-NTE-R-ID TO WS-AUDIT-REC-ID
                       MOVE "NOTE-" TO WS-AUDIT-TAG
                       MOVE WS-NTE-ROW TO WS-AUDIT-IMAGE
                       PERFORM WRITE-AUDIT-RECORD
                       ADD 1 TO WS-NTE-MOVED
                   ELSE
                       ADD 1 TO WS-NTE-KEEP
                       MOVE WS-NTE(WS-NTE-IDX) TO WS-NTE(WS-NTE-KEEP)
                   END-IF
               END-PERFORM
               CLOSE NOTES-ARCHIVE
               MOVE WS-NTE-KEEP TO WS-NTE-COUNT
               IF WS-NTE-MOVED > 0 THEN
                   PERFORM REWRITE-NOTES-FILE
                   DISPLAY "archived " WS-NTE-MOVED " note line(s) to "
                       FUNCTION TRIM(WS-NTA-FILENAME TRAILING)
               END-IF
           END-IF.

       FIND-EVENTS.
      *    Answer "when did we last ...?" without opening archive
      *    -c and every yearly archive file, optionally clipped to a
      *    from/to date range. Matches print in the dated layout
      *    PRINT-EVENTS uses, each tagged with the file it came from.
      *    Meeting notes are searched too, live ones with their
      *    event and archived ones from the yearly notes archives;
      *    the note line that matched prints under the event.
           MOVE FUNCTION UPPER-CASE(FIND-TEXT) TO WS-FIND-TEXT-UC
           MOVE 50 TO WS-FIND-LEN
           PERFORM UNTIL WS-FIND-LEN EQUAL TO 1 OR
               SUBTRACT 1 FROM WS-FIND-LEN
           END-PERFORM
           MOVE 0 TO WS-FIND-COUNT
           PERFORM LOAD-NOTES

           MOVE 1 TO WS-FIND-IN-MASTER
           MOVE 0 TO WS-CAL-IDX
           PERFORM UNTIL WS-CAL-IDX >= WS-CAL-COUNT
               ADD 1 TO WS-CAL-IDX
               PERFORM SET-EVENTS-FILENAME
               PERFORM FIND-SCAN-MASTER
           END-PERFORM
           MOVE 0 TO WS-FIND-IN-MASTER
           PERFORM FIND-SCAN-ARCHIVES
           PERFORM FIND-SCAN-NOTE-ARCHIVES

           DISPLAY WS-FIND-COUNT " match(es) found.".

       FIND-SCAN-MASTER.
           MOVE WS-EVENTS-FILENAME TO WS-FIND-SOURCE
           PERFORM SET-ATT-CAL-WANT
           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
           CLOSE EVENTS.

       FIND-SCAN-ARCHIVES.
      *    Each calendar named with -c has its own archive files,
      *    only ever written with the current year's stamp, so the
      *    oldest one possible dates from the year the system went
      *    in (2023). A year with no archive file just skips. Every
      *    line goes through the same layout conversion the report
      *    command uses - archives mix eras.
           MOVE 0 TO WS-CAL-IDX
           PERFORM UNTIL WS-CAL-IDX >= WS-CAL-COUNT
               ADD 1 TO WS-CAL-IDX
               MOVE WS-CAL-NAME(WS-CAL-IDX) TO WS-ACTIVE-CAL
               MOVE 2023 TO WS-FIND-YEAR
               PERFORM UNTIL WS-FIND-YEAR >
                       FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
                   MOVE WS-FIND-YEAR TO WS-ARCHIVE-YEAR
                   PERFORM SET-ARCHIVE-FILENAME
                   PERFORM FIND-SCAN-ONE-ARCHIVE
                   ADD 1 TO WS-FIND-YEAR
               END-PERFORM
           END-PERFORM.

       FIND-SCAN-ONE-ARCHIVE.
                       WS-FIND-HAY(1:10)
                   PERFORM FIND-MATCH-HAYSTACK
               END-IF
               MOVE 0 TO WS-FIND-NOTE-HIT
               IF WS-FIND-HIT EQUAL TO 0 AND
                       WS-FIND-IN-MASTER EQUAL TO 1 THEN
                   PERFORM FIND-MATCH-NOTES
               END-IF
               IF WS-FIND-HIT EQUAL TO 1 THEN
                   ADD 1 TO WS-FIND-COUNT
                   DISPLAY WS-EVENT-DATE " " WITH NO ADVANCING
                       FUNCTION TRIM(WS-FIND-SOURCE TRAILING)
                       "] " WITH NO ADVANCING
                   DISPLAY WS-EVENT-DESC
                   IF WS-FIND-NOTE-HIT > 0 THEN
                       DISPLAY "         note: " FUNCTION TRIM(
                           WS-NTE-T-TEXT(WS-FIND-NOTE-HIT) TRAILING)
                   END-IF
               END-IF
           END-IF.

       FIND-MATCH-NOTES.
      *    The live notes on this record's id and calendar, until
      *    one of them holds the search text.
           MOVE 0 TO WS-NTE-IDX
           PERFORM UNTIL WS-NTE-IDX >= WS-NTE-COUNT OR
                   WS-FIND-HIT EQUAL TO 1
               ADD 1 TO WS-NTE-IDX
               IF WS-NTE-T-ID(WS-NTE-IDX) EQUAL TO WS-EVENT-ID AND
                       WS-NTE-T-CAL(WS-NTE-IDX) EQUAL TO
                       WS-ATT-CAL-WANT THEN
                   MOVE FUNCTION UPPER-CASE(WS-NTE-T-TEXT(WS-NTE-IDX))
                       TO WS-FIND-HAY
                   PERFORM FIND-MATCH-HAYSTACK
                   IF WS-FIND-HIT EQUAL TO 1 THEN
                       MOVE WS-NTE-IDX TO WS-FIND-NOTE-HIT
                   END-IF
               END-IF
           END-PERFORM.

       FIND-SCAN-NOTE-ARCHIVES.
      *    The notes archives are yearly like the events archives,
      *    but every line still carries its calendar, so only the
      *    calendars named with -c are searched. The date range
      *    applies to the date of the event the note was on.
           MOVE 2023 TO WS-FIND-YEAR
           PERFORM UNTIL WS-FIND-YEAR >
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
               MOVE SPACES TO WS-NTA-FILENAME
               STRING "data/notes-archive-" WS-FIND-YEAR ".txt"
                   DELIMITED BY SIZE INTO WS-NTA-FILENAME
               PERFORM FIND-SCAN-ONE-NOTES-ARCHIVE
               ADD 1 TO WS-FIND-YEAR
           END-PERFORM.

       FIND-SCAN-ONE-NOTES-ARCHIVE.
           MOVE SPACE TO WS-NTA-EOF
           OPEN INPUT NOTES-ARCHIVE
           IF WS-NTA-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               MOVE WS-NTA-FILENAME TO WS-FIND-SOURCE
               PERFORM UNTIL WS-NTA-EOF = 'Y'
                   READ NOTES-ARCHIVE NEXT RECORD
                       AT END MOVE 'Y' TO WS-NTA-EOF
                       NOT AT END PERFORM FIND-CHECK-ARCHIVED-NOTE
                   END-READ
               END-PERFORM
               CLOSE NOTES-ARCHIVE
           END-IF.

       FIND-CHECK-ARCHIVED-NOTE.
           MOVE NTA-NOTE TO WS-NTE-ROW
           MOVE 0 TO WS-FIND-CAL-OK
           MOVE 0 TO WS-CAL-IDX
           PERFORM UNTIL WS-CAL-IDX >= WS-CAL-COUNT OR
                   WS-FIND-CAL-OK EQUAL TO 1
               ADD 1 TO WS-CAL-IDX
               IF (WS-CAL-NAME(WS-CAL-IDX) EQUAL TO SPACES AND
                       WS-NTE-R-CAL EQUAL TO "default") OR
                       (WS-CAL-NAME(WS-CAL-IDX) NOT EQUAL TO SPACES
                       AND WS-NTE-R-CAL EQUAL TO
                       WS-CAL-NAME(WS-CAL-IDX)) THEN
                   MOVE 1 TO WS-FIND-CAL-OK
               END-IF
           END-PERFORM
           IF WS-FIND-CAL-OK EQUAL TO 0 OR
                   (FIND-FROM NOT EQUAL TO ZERO AND
                   NTA-EVENT-DATE < FIND-FROM) OR
                   (FIND-TO NOT EQUAL TO ZERO AND
                   NTA-EVENT-DATE > FIND-TO) THEN
               CONTINUE
           ELSE
               MOVE 0 TO WS-FIND-HIT
               MOVE FUNCTION UPPER-CASE(WS-NTE-R-TEXT) TO WS-FIND-HAY
               PERFORM FIND-MATCH-HAYSTACK
               IF WS-FIND-HIT EQUAL TO 1 THEN
                   ADD 1 TO WS-FIND-COUNT
                   DISPLAY NTA-EVENT-DATE " " WITH NO ADVANCING
                   DISPLAY "["
                       FUNCTION TRIM(WS-FIND-SOURCE TRAILING)
                       "] " WITH NO ADVANCING
                   DISPLAY NTA-EVENT-DESC
                   DISPLAY "         note: "
                       FUNCTION TRIM(WS-NTE-R-TEXT TRAILING)
               END-IF
           END-IF.

       SYNC-EVENTS.
      *    Reconcile a downloaded .ics feed against EVENTS. VEVENTs
      *    whose UID is the "<id>@colendar" form WRITE-ICS-EVENT
      *    emits, the "<id>-<calendar>@colendar" form an invitation
      *    carries (or a foreign UID already in data/uid-xref.txt) are
      *    matched to our record and updated in place if the remote
      *    side changed; unknown UIDs become new events with fresh
      *    ids, remembered in the xref for next time. Everything
           PERFORM ACQUIRE-CALENDAR-LOCK
           PERFORM LOAD-SYNC-STATE
           PERFORM LOAD-UID-XREF
           PERFORM LOAD-ZONE-TABLES

           MOVE 0 TO WS-SYNC-UPDATED
           MOVE 0 TO WS-SYNC-ADDED
                           WS-SYNC-RAW(WS-SYNC-EVENT-COUNT)
               END-READ
           END-PERFORM
           CLOSE EVENTS
           PERFORM RAISE-NEXT-ID-FROM-JOURNAL.

       LOAD-UID-XREF.
      *    The xref may not exist yet - a missing file (or any other
               MOVE 0 TO WS-VEV-END-DATE
               MOVE 0 TO WS-VEV-END-TIME
               MOVE 0 TO WS-VEV-DURATION
               MOVE SPACES TO WS-VEV-SRC-ZONE
               MOVE 0 TO WS-VEV-SRC-UTC
           ELSE
               IF WS-IN-VEVENT EQUAL TO 1 THEN
                   PERFORM SYNC-ONE-PROPERTY
                   MOVE 0 TO WS-VEV-TIME
      *    Outlook/Exchange feeds carry timed events with a TZID
      *    parameter; the value sits after the terminating colon.
      *    The zone is kept so the time can be moved into the
      *    event's own zone once the event is known.
               WHEN WS-SYNC-LINE(1:13) EQUAL TO "DTSTART;TZID="
                   PERFORM SPLIT-SYNC-PROPERTY
                   MOVE WS-SYNC-VALUE(1:8) TO WS-VEV-DATE
                   ELSE
                       MOVE 0 TO WS-VEV-TIME
                   END-IF
                   PERFORM SET-SYNC-SOURCE-ZONE
      *    A trailing Z is UTC.
               WHEN WS-SYNC-LINE(1:8) EQUAL TO "DTSTART:"
                   MOVE WS-SYNC-LINE(9:8) TO WS-VEV-DATE
                   MOVE WS-SYNC-LINE(18:4) TO WS-VEV-TIME
                   MOVE SPACES TO WS-VEV-SRC-ZONE
                   IF WS-SYNC-LINE(24:1) EQUAL TO "Z" THEN
                       MOVE 1 TO WS-VEV-SRC-UTC
                   ELSE
                       MOVE 0 TO WS-VEV-SRC-UTC
                   END-IF
               WHEN WS-SYNC-LINE(1:11) EQUAL TO "DTEND;TZID="
                   PERFORM SPLIT-SYNC-PROPERTY
                   MOVE WS-SYNC-VALUE(1:8) TO WS-VEV-END-DATE
               INTO WS-SYNC-PROP WS-SYNC-VALUE
           END-UNSTRING.

       SET-SYNC-SOURCE-ZONE.
      *    The TZID parameter out of WS-SYNC-PROP: quotes dropped,
      *    cut at any further parameter.
           MOVE 0 TO WS-VEV-SRC-UTC
           MOVE SPACES TO WS-VEV-TZ-WORK
           MOVE WS-SYNC-PROP(14:47) TO WS-VEV-TZ-WORK
           INSPECT WS-VEV-TZ-WORK REPLACING ALL QUOTE BY SPACE
           MOVE SPACES TO WS-VEV-SRC-ZONE
           UNSTRING WS-VEV-TZ-WORK DELIMITED BY ";"
               INTO WS-VEV-SRC-ZONE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-VEV-SRC-ZONE) TO WS-VEV-SRC-ZONE.

       CONVERT-SYNC-TIMES.
      *    A timed VEVENT that said which zone it was in (TZID or
      *    Z) is moved into the zone of the event it lands on: the
      *    matched event's own, or the calendar's default for a
      *    new one. A calendar with no zone keeps the feed's wall
      *    clock, as before; so does a TZID not in the zone table,
      *    with a warning, rather than guessing its offset.
           IF WS-VEV-TIME NOT EQUAL TO 0 AND
                   (WS-VEV-SRC-ZONE NOT EQUAL TO SPACES OR
                   WS-VEV-SRC-UTC EQUAL TO 1) THEN
               PERFORM SET-TZ-FOR-CAL
               IF WS-VEV-MATCH-ID NOT EQUAL TO 0 THEN
                   MOVE WS-VEV-MATCH-ID TO WS-TZ-FOR-ID
                   PERFORM FIND-EVENT-ZONE
               ELSE
                   PERFORM SET-CAL-DEFAULT-ZONE
                   MOVE WS-TZ-CAL-TZID TO WS-TZ-WANT
                   PERFORM FIND-ZONE
               END-IF
               MOVE WS-TZ-HIT TO WS-TZ-OCC-HIT
               IF WS-TZ-OCC-HIT > 0 THEN
                   MOVE 0 TO WS-TZ-HIT
                   IF WS-VEV-SRC-UTC NOT EQUAL TO 1 THEN
                       MOVE WS-VEV-SRC-ZONE TO WS-TZ-WANT
                       PERFORM FIND-ZONE
                   END-IF
                   IF WS-VEV-SRC-UTC NOT EQUAL TO 1 AND
                           WS-TZ-HIT EQUAL TO 0 THEN
                       DISPLAY "warning: time zone "
                           FUNCTION TRIM(WS-VEV-SRC-ZONE TRAILING)
                           " is not on file, " WS-VEV-DATE " "
                           WS-VEV-TIME " kept as sent: "
                           FUNCTION TRIM(WS-VEV-UID TRAILING)
                   ELSE
                       MOVE WS-VEV-DATE TO WS-TZ-DATE
                       MOVE WS-VEV-TIME TO WS-TZ-TIME
                       PERFORM ZONE-LOCAL-TO-UTC
                       MOVE WS-TZ-OCC-HIT TO WS-TZ-HIT
                       PERFORM ZONE-UTC-TO-LOCAL
                       MOVE WS-TZ-DATE TO WS-VEV-DATE
                       MOVE WS-TZ-TIME TO WS-VEV-TIME
                   END-IF
               END-IF
           END-IF.

       PROCESS-SYNC-VEVENT.
      *    A VEVENT with no parseable DTSTART can't be placed on the
      *    calendar at all, and a mangled one must not smuggle a
               ELSE
                   PERFORM DERIVE-VEV-DURATION
                   PERFORM RESOLVE-SYNC-UID
                   PERFORM CONVERT-SYNC-TIMES
                   IF WS-VEV-ID-FOUND EQUAL TO 1 THEN
                       PERFORM RECONCILE-SYNC-EVENT
                   ELSE

       RESOLVE-SYNC-UID.
      *    Our own exports carry UID <id>@colendar, so the id is
      *    right there in the first five characters. Invitations
      *    carry <id>-<calendar>@colendar - what an attendee's feed
      *    holds once they accept - and count as ours when the
      *    calendar is the one being synced. Anything else goes
      *    through the xref table. Either way the id must still
      *    be on file - a remembered id whose event has since been
      *    deleted locally reports as unmatched instead of quietly
      *    resurrecting the record.
           IF WS-VEV-UID(6:9) EQUAL TO "@colendar" AND
                   WS-VEV-UID(1:5) IS NUMERIC THEN
               MOVE WS-VEV-UID(1:5) TO WS-VEV-MATCH-ID
           END-IF
           IF WS-VEV-UID(6:1) EQUAL TO "-" AND
                   WS-VEV-UID(1:5) IS NUMERIC THEN
               IF WS-ACTIVE-CAL EQUAL TO SPACES THEN
                   MOVE "default" TO WS-VEV-CAL-WANT
               ELSE
                   MOVE WS-ACTIVE-CAL TO WS-VEV-CAL-WANT
               END-IF
               MOVE SPACES TO WS-VEV-UID-CAL
               MOVE SPACES TO WS-VEV-UID-HOST
               UNSTRING WS-VEV-UID(7:74) DELIMITED BY "@"
                   INTO WS-VEV-UID-CAL WS-VEV-UID-HOST
               END-UNSTRING
               IF WS-VEV-UID-HOST EQUAL TO "colendar" AND
                       WS-VEV-UID-CAL EQUAL TO WS-VEV-CAL-WANT THEN
                   MOVE WS-VEV-UID(1:5) TO WS-VEV-MATCH-ID
               END-IF
           END-IF
           IF WS-VEV-MATCH-ID EQUAL TO 0 THEN
               MOVE 0 TO WS-XREF-IDX
               PERFORM UNTIL WS-XREF-IDX >= WS-XREF-COUNT
                   ADD 1 TO WS-XREF-IDX

       REVERT-REPLAY-ONE.
      *    Entries at or before the target: each AFTER image is the
      *    record's state from then on, and a delete marks it gone.
      *    Archive and verify's quarantine also journal a BEFORE
      *    with no AFTER, but the record still exists in the archive
      *    or reject file, so reverting may bring it back into the
      *    master. If nothing at all predates the target - the event
      *    is older than the journal - the first BEFORE image after
      *    the target is the state that was standing at it.
           IF WS-AUDIT-REC-ID EQUAL TO REVERT-ID AND
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "id " REVERT-ID " reverted.".

       RECONCILE-JOURNAL.
      *    Prove the journal accounts for the master. Every line of
      *    data/audit.log for the active calendar is replayed in
      *    the order it was appended: an AFTER image is the record's
      *    state from then on, a BEFORE from delete, archive or a
      *    verify quarantine means it has left the master. The
      *    master is then read record by record against that. What
      *    turns up is what changed behind the journal's back - a
      *    load, a restore, an undo, a hand edit of the .dat, or an
      *    event older than the journal itself. Leaves RETURN-CODE 1
      *    when anything disagrees.
           IF WS-ACTIVE-CAL EQUAL TO SPACES THEN
               MOVE "default" TO WS-AUDIT-CAL-WANT
           ELSE
               MOVE WS-ACTIVE-CAL TO WS-AUDIT-CAL-WANT
           END-IF
           MOVE 0 TO WS-RCN-MAX-ID
           MOVE 0 TO WS-RCN-LINES
           MOVE 0 TO WS-RCN-EXPECTED
           MOVE 0 TO WS-RCN-MASTER
           MOVE 0 TO WS-RCN-ONLY-MASTER
           MOVE 0 TO WS-RCN-MISSING
           MOVE 0 TO WS-RCN-DIFFER
           MOVE 0 TO WS-RCN-IDX
           PERFORM UNTIL WS-RCN-IDX >= 99999
               ADD 1 TO WS-RCN-IDX
               MOVE 0 TO WS-RCN-E-STATE(WS-RCN-IDX)
               MOVE 0 TO WS-RCN-E-SEEN(WS-RCN-IDX)
           END-PERFORM

           MOVE SPACE TO WS-EOF
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "no audit log yet - every record in the "
                   "master is unaccounted for."
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-LOG NEXT RECORD INTO WS-AUDIT-ENTRY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM RECONCILE-REPLAY-ONE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF

           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM RECONCILE-ONE-MASTER
               END-READ
           END-PERFORM
           CLOSE EVENTS

           MOVE 0 TO WS-RCN-IDX
           PERFORM UNTIL WS-RCN-IDX >= WS-RCN-MAX-ID
               ADD 1 TO WS-RCN-IDX
               IF WS-RCN-E-STATE(WS-RCN-IDX) EQUAL TO 1 THEN
                   ADD 1 TO WS-RCN-EXPECTED
                   IF WS-RCN-E-SEEN(WS-RCN-IDX) EQUAL TO 0 THEN
                       PERFORM RECONCILE-REPORT-MISSING
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "reconciled "
               FUNCTION TRIM(WS-AUDIT-CAL-WANT TRAILING) ": "
               WS-RCN-LINES " journal line(s) replayed, "
               WS-RCN-EXPECTED " event(s) expected, "
               WS-RCN-MASTER " in the master."
           DISPLAY WS-RCN-ONLY-MASTER " only in the master, "
               WS-RCN-MISSING " missing from the master, "
               WS-RCN-DIFFER " differing."
           IF WS-RCN-ONLY-MASTER EQUAL TO 0 AND
                   WS-RCN-MISSING EQUAL TO 0 AND
                   WS-RCN-DIFFER EQUAL TO 0 THEN
               DISPLAY "journal and master agree."
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF.

       RECONCILE-REPLAY-ONE.
      *    Other BEFORE lines (edit, done, sync, revert) are the
      *    half of a pair whose AFTER follows straight after; the
      *    AFTER is what counts. Id 0 is never handed out.
           IF WS-AUDIT-CAL EQUAL TO WS-AUDIT-CAL-WANT AND
                   WS-AUDIT-REC-ID IS NUMERIC AND
                   WS-AUDIT-REC-ID > 0 THEN
               ADD 1 TO WS-RCN-LINES
               MOVE WS-AUDIT-REC-ID TO WS-RCN-IDX
               IF WS-RCN-IDX > WS-RCN-MAX-ID THEN
                   MOVE WS-RCN-IDX TO WS-RCN-MAX-ID
               END-IF
               IF WS-AUDIT-TAG EQUAL TO "AFTER" THEN
                   MOVE 1 TO WS-RCN-E-STATE(WS-RCN-IDX)
                   MOVE WS-AUDIT-IMAGE TO WS-RCN-E-IMAGE(WS-RCN-IDX)
                   MOVE WS-AUDIT-STAMP TO WS-RCN-E-STAMP(WS-RCN-IDX)
                   MOVE WS-AUDIT-COMMAND TO WS-RCN-E-CMD(WS-RCN-IDX)
               END-IF
               IF WS-AUDIT-TAG EQUAL TO "BEFORE" AND
                       (WS-AUDIT-COMMAND EQUAL TO "delete" OR
                       WS-AUDIT-COMMAND EQUAL TO "archive" OR
                       WS-AUDIT-COMMAND EQUAL TO "verify") THEN
                   MOVE 2 TO WS-RCN-E-STATE(WS-RCN-IDX)
                   MOVE WS-AUDIT-STAMP TO WS-RCN-E-STAMP(WS-RCN-IDX)
                   MOVE WS-AUDIT-COMMAND TO WS-RCN-E-CMD(WS-RCN-IDX)
               END-IF
           END-IF.

       RECONCILE-ONE-MASTER.
           ADD 1 TO WS-RCN-MASTER
           MOVE WS-EVENT-ID TO WS-RCN-IDX
           IF WS-RCN-IDX EQUAL TO 0 THEN
               ADD 1 TO WS-RCN-ONLY-MASTER
               DISPLAY "ONLY IN MASTER  id " WS-EVENT-ID
                   " (an id the journal never hands out)"
               DISPLAY "    master:  " WS-EVENT-ENTRY
           ELSE
               MOVE 1 TO WS-RCN-E-SEEN(WS-RCN-IDX)
               EVALUATE WS-RCN-E-STATE(WS-RCN-IDX)
                   WHEN 0
                       ADD 1 TO WS-RCN-ONLY-MASTER
                       DISPLAY "ONLY IN MASTER  id " WS-EVENT-ID
                           " (no journal history)"
                       DISPLAY "    master:  " WS-EVENT-ENTRY
                   WHEN 2
                       ADD 1 TO WS-RCN-ONLY-MASTER
                       DISPLAY "ONLY IN MASTER  id " WS-EVENT-ID
                           " (journal: "
                           FUNCTION TRIM(WS-RCN-E-CMD(WS-RCN-IDX)
                           TRAILING) " at "
                           WS-RCN-E-STAMP(WS-RCN-IDX) " took it out)"
                       DISPLAY "    master:  " WS-EVENT-ENTRY
                   WHEN 1
                       PERFORM RECONCILE-COMPARE
               END-EVALUATE
           END-IF.

       RECONCILE-REPORT-MISSING.
           ADD 1 TO WS-RCN-MISSING
           DISPLAY "MISSING         id " WS-RCN-IDX " (journal: "
               FUNCTION TRIM(WS-RCN-E-CMD(WS-RCN-IDX) TRAILING)
               " at " WS-RCN-E-STAMP(WS-RCN-IDX) ")"
           DISPLAY "    journal: " WS-RCN-E-IMAGE(WS-RCN-IDX).

       RECONCILE-COMPARE.
      *    Field by field, so separator bytes nobody reads can't
      *    raise a false alarm. A record that differs is shown with
      *    both images side by side, the differing fields starred.
           MOVE WS-RCN-E-IMAGE(WS-RCN-IDX) TO WS-RCN-X-ENTRY
           MOVE 0 TO WS-RCN-FIELD-DIFFS
           IF WS-RCN-X-DATE NOT EQUAL TO WS-EVENT-DATE THEN
               ADD 1 TO WS-RCN-FIELD-DIFFS END-IF
           IF WS-RCN-X-TIME NOT EQUAL TO WS-EVENT-TIME THEN
               ADD 1 TO WS-RCN-FIELD-DIFFS END-IF
           IF WS-RCN-X-RECUR-FLAG NOT EQUAL TO WS-EVENT-RECUR-FLAG
                   THEN
               ADD 1 TO WS-RCN-FIELD-DIFFS END-IF
           IF WS-RCN-X-RECUR-INTERVAL NOT EQUAL TO
                   WS-EVENT-RECUR-INTERVAL THEN
               ADD 1 TO WS-RCN-FIELD-DIFFS END-IF
           IF WS-RCN-X-CATEGORY NOT EQUAL TO WS-EVENT-CATEGORY THEN
               ADD 1 TO WS-RCN-FIELD-DIFFS END-IF
           IF WS-RCN-X-REMIND NOT EQUAL TO WS-EVENT-REMIND THEN
               ADD 1 TO WS-RCN-FIELD-DIFFS END-IF
           IF WS-RCN-X-DURATION NOT EQUAL TO WS-EVENT-DURATION THEN
               ADD 1 TO WS-RCN-FIELD-DIFFS END-IF
           IF WS-RCN-X-TYPE NOT EQUAL TO WS-EVENT-TYPE THEN
               ADD 1 TO WS-RCN-FIELD-DIFFS END-IF
           IF WS-RCN-X-STATUS NOT EQUAL TO WS-EVENT-STATUS THEN
               ADD 1 TO WS-RCN-FIELD-DIFFS END-IF
           IF WS-RCN-X-DESC NOT EQUAL TO WS-EVENT-DESC THEN
               ADD 1 TO WS-RCN-FIELD-DIFFS END-IF
           IF WS-RCN-FIELD-DIFFS > 0 THEN
               ADD 1 TO WS-RCN-DIFFER
               DISPLAY "DIFFERS         id " WS-EVENT-ID " in "
                   WS-RCN-FIELD-DIFFS " field(s) (journal: "
                   FUNCTION TRIM(WS-RCN-E-CMD(WS-RCN-IDX) TRAILING)
                   " at " WS-RCN-E-STAMP(WS-RCN-IDX) ")"
               MOVE SPACES TO WS-GRID-LINE
               STRING "    field       journal" DELIMITED BY SIZE
                   INTO WS-GRID-LINE
               MOVE "master" TO WS-GRID-LINE(74:6)
               DISPLAY FUNCTION TRIM(WS-GRID-LINE TRAILING)
               MOVE "date" TO WS-RCN-FIELD
               MOVE WS-RCN-X-DATE TO WS-RCN-JVAL
               MOVE WS-EVENT-DATE TO WS-RCN-MVAL
               PERFORM RECONCILE-SHOW-FIELD
               MOVE "time" TO WS-RCN-FIELD
               MOVE WS-RCN-X-TIME TO WS-RCN-JVAL
               MOVE WS-EVENT-TIME TO WS-RCN-MVAL
               PERFORM RECONCILE-SHOW-FIELD
               MOVE "recurring" TO WS-RCN-FIELD
               MOVE WS-RCN-X-RECUR-FLAG TO WS-RCN-JVAL
               MOVE WS-EVENT-RECUR-FLAG TO WS-RCN-MVAL
               PERFORM RECONCILE-SHOW-FIELD
               MOVE "interval" TO WS-RCN-FIELD
               MOVE WS-RCN-X-RECUR-INTERVAL TO WS-RCN-JVAL
               MOVE WS-EVENT-RECUR-INTERVAL TO WS-RCN-MVAL
               PERFORM RECONCILE-SHOW-FIELD
               MOVE "category" TO WS-RCN-FIELD
               MOVE WS-RCN-X-CATEGORY TO WS-RCN-JVAL
               MOVE WS-EVENT-CATEGORY TO WS-RCN-MVAL
               PERFORM RECONCILE-SHOW-FIELD
               MOVE "remind" TO WS-RCN-FIELD
               MOVE WS-RCN-X-REMIND TO WS-RCN-JVAL
               MOVE WS-EVENT-REMIND TO WS-RCN-MVAL
               PERFORM RECONCILE-SHOW-FIELD
               MOVE "duration" TO WS-RCN-FIELD
               MOVE WS-RCN-X-DURATION TO WS-RCN-JVAL
               MOVE WS-EVENT-DURATION TO WS-RCN-MVAL
               PERFORM RECONCILE-SHOW-FIELD
               MOVE "type" TO WS-RCN-FIELD
               MOVE WS-RCN-X-TYPE TO WS-RCN-JVAL
               MOVE WS-EVENT-TYPE TO WS-RCN-MVAL
               PERFORM RECONCILE-SHOW-FIELD
               MOVE "status" TO WS-RCN-FIELD
               MOVE WS-RCN-X-STATUS TO WS-RCN-JVAL
               MOVE WS-EVENT-STATUS TO WS-RCN-MVAL
               PERFORM RECONCILE-SHOW-FIELD
      *    The description runs to 120, so it takes up to three
      *    lines of 55 a side.
               MOVE "desc" TO WS-RCN-FIELD
               MOVE WS-RCN-X-DESC(1:55) TO WS-RCN-JVAL
               MOVE WS-EVENT-DESC(1:55) TO WS-RCN-MVAL
               PERFORM RECONCILE-SHOW-FIELD
               IF WS-RCN-X-DESC(56:65) NOT EQUAL TO SPACES OR
                       WS-EVENT-DESC(56:65) NOT EQUAL TO SPACES THEN
                   MOVE SPACES TO WS-RCN-FIELD
                   MOVE WS-RCN-X-DESC(56:55) TO WS-RCN-JVAL
                   MOVE WS-EVENT-DESC(56:55) TO WS-RCN-MVAL
                   PERFORM RECONCILE-SHOW-FIELD
               END-IF
               IF WS-RCN-X-DESC(111:10) NOT EQUAL TO SPACES OR
                       WS-EVENT-DESC(111:10) NOT EQUAL TO SPACES THEN
                   MOVE SPACES TO WS-RCN-FIELD
                   MOVE WS-RCN-X-DESC(111:10) TO WS-RCN-JVAL
                   MOVE WS-EVENT-DESC(111:10) TO WS-RCN-MVAL
                   PERFORM RECONCILE-SHOW-FIELD
               END-IF
           END-IF.

       RECONCILE-SHOW-FIELD.
           MOVE SPACES TO WS-GRID-LINE
           IF WS-RCN-JVAL NOT EQUAL TO WS-RCN-MVAL THEN
               MOVE "*" TO WS-GRID-LINE(3:1)
           END-IF
           MOVE WS-RCN-FIELD TO WS-GRID-LINE(5:10)
           MOVE WS-RCN-JVAL TO WS-GRID-LINE(17:55)
           MOVE WS-RCN-MVAL TO WS-GRID-LINE(74:55)
           DISPLAY FUNCTION TRIM(WS-GRID-LINE TRAILING).

       RUN-SHELL.
      *    A morning of triage without paying the startup, the -c
      *    flag and the argument parse on every single action. The
      *    prompt takes the same commands the argument list does;
      *    cal <name> switches the active calendar between them,
      *    and quit/exit leaves. Batch moves (import, load, unload,
      *    sync, export, undo, restore, nightly) stay one-shot
      *    commands - each replaces whole files and wants a fresh
      *    run around it.
           DISPLAY "colendar shell - same commands, one session. "
               "help lists them; quit leaves."
           MOVE 0 TO WS-SHELL-DONE
           MOVE 1700 TO FREE-WEND
           MOVE SPACES TO FIND-TEXT
           MOVE SPACES TO IN-ATTENDEES
           MOVE SPACES TO IN-RESOURCES
           MOVE SPACES TO REVERT-STAMP
           MOVE SPACES TO ZONE-ACTION
           MOVE SPACES TO ZONE-ARG-TZID
           MOVE SPACES TO ZONE-ARG-OFFSET
           MOVE SPACES TO ZONE-ARG-RULE
           MOVE SPACES TO ACC-ACTION
           MOVE SPACES TO ACC-ARG-CAL
           MOVE SPACES TO ACC-ARG-USER
           MOVE SPACES TO ACC-ARG-LEVEL
           MOVE ZERO TO ACC-ARG-FROM
           MOVE ZERO TO ACC-ARG-TO
           MOVE 0 TO WS-VER-REPORT-ONLY
           MOVE 'E' TO IN-TYPE.

       SHELL-DISPATCH.
      *    The same access check a one-shot run makes, on every
      *    command typed.
           PERFORM SHELL-SET-COMMAND-ACCESS
           PERFORM CHECK-COMMAND-ACCESS
           IF WS-ACC-DENIED EQUAL TO 0 THEN
               PERFORM SHELL-DISPATCH-COMMAND
           END-IF.

       SHELL-SET-COMMAND-ACCESS.
           MOVE 0 TO WS-ACC-NEED
           MOVE 'A' TO WS-ACC-SCOPE
           MOVE FUNCTION LOWER-CASE(WS-SHELL-TOK(1)) TO WS-ACC-COMMAND
           EVALUATE FUNCTION UPPER-CASE(WS-SHELL-TOK(1))
               WHEN 'WEEK'
               WHEN 'MONTH'
               WHEN 'PRINT'
               WHEN 'LIST'
               WHEN 'FIND'
               WHEN 'FREE'
               WHEN 'HOURS'
               WHEN 'CLASHES'
               WHEN 'REMIND'
               WHEN 'REPORT'
               WHEN 'AUDIT'
               WHEN 'RECONCILE'
               WHEN 'RESPONSES'
               WHEN 'NOTES'
                   MOVE 1 TO WS-ACC-NEED
               WHEN 'TIMESHEET'
               WHEN 'PUBLISH'
               WHEN 'AVAILABILITY'
                   MOVE 1 TO WS-ACC-NEED
                   MOVE 'N' TO WS-ACC-SCOPE
               WHEN 'ADD'
               WHEN 'TASK'
               WHEN 'DONE'
               WHEN 'DELETE'
               WHEN 'EDIT'
               WHEN 'REVERT'
               WHEN 'NOTE'
               WHEN 'MINUTES'
                   MOVE 2 TO WS-ACC-NEED
               WHEN 'ARCHIVE'
                   MOVE 3 TO WS-ACC-NEED
               WHEN 'VERIFY'
                   IF FUNCTION UPPER-CASE(WS-SHELL-TOK(2)) EQUAL TO
                           'REPORT' THEN
                       MOVE 1 TO WS-VER-REPORT-ONLY
                   END-IF
                   PERFORM SET-VERIFY-ACCESS
               WHEN 'HOLIDAY'
                   IF FUNCTION UPPER-CASE(WS-SHELL-TOK(2)) EQUAL TO
                           'ADD' THEN
                       MOVE "holiday add" TO WS-ACC-COMMAND
                       MOVE 3 TO WS-ACC-NEED
                   END-IF
               WHEN 'ZONE'
                   IF FUNCTION UPPER-CASE(WS-SHELL-TOK(2)) EQUAL TO
                           'DEFAULT' THEN
                       MOVE "zone default" TO WS-ACC-COMMAND
                       MOVE 2 TO WS-ACC-NEED
                   END-IF
               WHEN 'REQUEST'
                   MOVE FUNCTION UPPER-CASE(WS-SHELL-TOK(2)) TO
                       REQ-ACTION
                   EVALUATE REQ-ACTION
                       WHEN SPACES
                           MOVE "SUBMIT" TO REQ-ACTION
                       WHEN 'LIST'
                       WHEN 'REPORT'
                       WHEN 'APPROVE'
                       WHEN 'REJECT'
                       WHEN 'COUNTER'
                       WHEN 'ACCEPT'
                       WHEN 'WITHDRAW'
                           CONTINUE
                       WHEN OTHER
                           MOVE SPACES TO REQ-ACTION
                   END-EVALUATE
                   PERFORM SET-REQUEST-ACCESS
               WHEN 'ACCESS'
                   PERFORM SHELL-ACCESS-TOKENS
                   PERFORM SET-ACCESS-ACTION-NEED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SHELL-ACCESS-TOKENS.
           MOVE FUNCTION UPPER-CASE(WS-SHELL-TOK(2)) TO ACC-ACTION
           EVALUATE ACC-ACTION
               WHEN 'GRANT'
               WHEN 'REVOKE'
                   MOVE WS-SHELL-TOK(3) TO ACC-ARG-CAL
                   MOVE WS-SHELL-TOK(4) TO ACC-ARG-USER
                   MOVE FUNCTION UPPER-CASE(WS-SHELL-TOK(5)) TO
                       ACC-ARG-LEVEL
               WHEN 'DENIED'
                   IF WS-SHELL-TOK(3)(1:8) IS NUMERIC AND
                           WS-SHELL-TOK(3)(9:42) EQUAL TO SPACES THEN
                       MOVE WS-SHELL-TOK(3)(1:8) TO ACC-ARG-FROM
                   END-IF
                   IF WS-SHELL-TOK(4)(1:8) IS NUMERIC AND
                           WS-SHELL-TOK(4)(9:42) EQUAL TO SPACES THEN
                       MOVE WS-SHELL-TOK(4)(1:8) TO ACC-ARG-TO
                   END-IF
               WHEN OTHER
                   MOVE 'LIST' TO ACC-ACTION
           END-EVALUATE.

       SHELL-DISPATCH-COMMAND.
           EVALUATE FUNCTION UPPER-CASE(WS-SHELL-TOK(1))
               WHEN SPACES
                   CONTINUE
                   PERFORM SHELL-DO-FREE
               WHEN 'HOURS'
                   PERFORM SHELL-DO-HOURS
               WHEN 'TIMESHEET'
                   PERFORM SHELL-DO-TIMESHEET
               WHEN 'PUBLISH'
                   PERFORM SHELL-DO-PUBLISH
               WHEN 'AVAILABILITY'
                   PERFORM SHELL-DO-AVAILABILITY
               WHEN 'CLASHES'
                   PERFORM REPORT-CLASHES
               WHEN 'REMIND'
                   PERFORM SHELL-DO-EDIT
               WHEN 'REVERT'
                   PERFORM SHELL-DO-REVERT
               WHEN 'RECONCILE'
                   PERFORM SHELL-DO-RECONCILE
               WHEN 'NOTE'
                   PERFORM SHELL-DO-NOTE
               WHEN 'NOTES'
                   PERFORM SHELL-DO-NOTES
               WHEN 'MINUTES'
                   PERFORM SHELL-DO-MINUTES
               WHEN 'REQUEST'
                   PERFORM SHELL-DO-REQUEST
               WHEN 'ZONE'
                   PERFORM SHELL-DO-ZONE
               WHEN 'HOLIDAY'
                   PERFORM SHELL-DO-HOLIDAY
               WHEN 'RESOURCE'
                   PERFORM SHELL-DO-RESOURCE
               WHEN 'ROOMS'
                   PERFORM SHELL-DO-ROOMS
               WHEN 'RSVP'
                   PERFORM SHELL-DO-RSVP
               WHEN 'RESPONSES'
                   PERFORM REPORT-RESPONSES
               WHEN 'ACCESS'
                   PERFORM RUN-ACCESS-ACTION
               WHEN 'IMPORT'
                   PERFORM SHELL-SAY-ONE-SHOT
               WHEN 'LOAD'
                   PERFORM SHELL-SAY-ONE-SHOT
               WHEN 'RESTORE'
                   PERFORM SHELL-SAY-ONE-SHOT
               WHEN 'NIGHTLY'
                   PERFORM SHELL-SAY-ONE-SHOT
               WHEN OTHER
                   DISPLAY "unknown command: "
                       FUNCTION TRIM(WS-SHELL-TOK(1) TRAILING)
               PERFORM PRINT-HOURS-REPORT
           END-IF.

       SHELL-DO-TIMESHEET.
           MOVE ZERO TO TMS-ARG-DATE
           IF WS-SHELL-TOK(2) NOT EQUAL TO SPACES THEN
               IF WS-SHELL-TOK(2)(1:8) IS NUMERIC AND
                       WS-SHELL-TOK(2)(9:42) EQUAL TO SPACES THEN
                   MOVE WS-SHELL-TOK(2)(1:8) TO TMS-ARG-DATE
               ELSE
                   MOVE 99999999 TO TMS-ARG-DATE
               END-IF
           END-IF
           IF TMS-ARG-DATE NOT EQUAL TO ZERO AND
                   FUNCTION TEST-DATE-YYYYMMDD(TMS-ARG-DATE)
                   NOT EQUAL TO 0 THEN
               DISPLAY "usage: timesheet [YYYYMMDD]"
           ELSE
               PERFORM PRINT-TIMESHEET
           END-IF.

       SHELL-DO-LIST.
           IF WS-SHELL-TOK(2) EQUAL TO SPACES THEN
               DISPLAY "usage: list <category>"
               PERFORM FIND-FREE-SLOTS
           END-IF.

       SHELL-DO-PUBLISH.
           PERFORM SHELL-PUBLISH-TOKENS
           PERFORM CHECK-PUBLISH-ARGS
           IF WS-PUB-BAD EQUAL TO 1 THEN
               DISPLAY "usage: publish [from [to]]"
           ELSE
               PERFORM PUBLISH-FREE-BUSY
           END-IF.

       SHELL-DO-AVAILABILITY.
           PERFORM SHELL-PUBLISH-TOKENS
           PERFORM CHECK-PUBLISH-ARGS
           IF WS-PUB-BAD EQUAL TO 1 OR
                   FREE-WEND NOT GREATER THAN FREE-WSTART THEN
               DISPLAY "usage: availability [YYYYMMDD] "
                   "[hhmm-start [hhmm-end]]"
           ELSE
               PERFORM PRINT-AVAILABILITY
           END-IF.

       SHELL-PUBLISH-TOKENS.
      *    free's token grammar from the second token on.
           MOVE 0 TO WS-FREE-GOT-HOURS
           MOVE 1 TO WS-FREE-ARGS-DONE
           PERFORM 4 TIMES
               ADD 1 TO WS-FREE-ARGS-DONE
               EVALUATE TRUE
                   WHEN WS-SHELL-TOK(WS-FREE-ARGS-DONE)(1:8)
                           IS NUMERIC AND
                           WS-SHELL-TOK(WS-FREE-ARGS-DONE)(9:42)
                           EQUAL TO SPACES
                       IF FREE-FROM EQUAL TO ZERO THEN
                           MOVE WS-SHELL-TOK
                               (WS-FREE-ARGS-DONE)(1:8) TO
                               FREE-FROM
                       ELSE
                           MOVE WS-SHELL-TOK
                               (WS-FREE-ARGS-DONE)(1:8) TO FREE-TO
                       END-IF
                   WHEN WS-SHELL-TOK(WS-FREE-ARGS-DONE)(1:4)
                           IS NUMERIC AND
                           WS-SHELL-TOK(WS-FREE-ARGS-DONE)(5:46)
                           EQUAL TO SPACES
                       IF WS-FREE-GOT-HOURS EQUAL TO 0 THEN
                           MOVE WS-SHELL-TOK
                               (WS-FREE-ARGS-DONE)(1:4) TO
                               FREE-WSTART
                           MOVE 1 TO WS-FREE-GOT-HOURS
                       ELSE
                           MOVE WS-SHELL-TOK
                               (WS-FREE-ARGS-DONE)(1:4) TO
                               FREE-WEND
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       CHECK-PUBLISH-ARGS.
      *    Dates given must be real and in order.
           MOVE 0 TO WS-PUB-BAD
           IF FREE-FROM NOT EQUAL TO ZERO AND
                   FUNCTION TEST-DATE-YYYYMMDD(FREE-FROM)
                   NOT EQUAL TO 0 THEN
               MOVE 1 TO WS-PUB-BAD
           END-IF
           IF FREE-TO NOT EQUAL TO ZERO THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(FREE-TO)
                       NOT EQUAL TO 0 OR FREE-TO < FREE-FROM THEN
                   MOVE 1 TO WS-PUB-BAD
               END-IF
           END-IF.

       SHELL-DO-REPORT.
           MOVE WS-SHELL-TOK(2) TO REPORT-YEAR
           IF REPORT-YEAR EQUAL TO ZERO THEN
               PERFORM PRINT-AUDIT-TRAIL
           END-IF.

       SHELL-DO-NOTE.
      *    The note is whatever words fit on the shell line after
      *    the id.
           PERFORM SHELL-CHECK-ONE-CAL
           IF WS-SHELL-ABORT EQUAL TO 0 THEN
               MOVE WS-SHELL-TOK(2) TO NOTE-ID
               MOVE 0 TO NOTE-ARG-COUNT
               MOVE SPACES TO NOTE-ARG-LINES
               MOVE 2 TO WS-NOTE-IDX
               PERFORM UNTIL WS-NOTE-IDX >= 6
                   ADD 1 TO WS-NOTE-IDX
                   IF WS-SHELL-TOK(WS-NOTE-IDX) NOT EQUAL TO SPACES
                           THEN
                       MOVE WS-SHELL-TOK(WS-NOTE-IDX) TO WS-NOTE-WORD
                       PERFORM APPEND-NOTE-WORD
                   END-IF
               END-PERFORM
               IF NOTE-ID EQUAL TO ZERO OR
                       NOTE-ARG-COUNT EQUAL TO 0 THEN
                   DISPLAY "usage: note <id> <text>"
               ELSE
                   MOVE "note" TO WS-AUDIT-COMMAND
                   MOVE 'N' TO WS-NOTE-KIND
                   PERFORM ADD-EVENT-NOTE
               END-IF
           END-IF.

       SHELL-DO-MINUTES.
           PERFORM SHELL-CHECK-ONE-CAL
           IF WS-SHELL-ABORT EQUAL TO 0 THEN
               MOVE WS-SHELL-TOK(2) TO NOTE-ID
               IF NOTE-ID EQUAL TO ZERO THEN
                   DISPLAY "usage: minutes <id>"
               ELSE
                   PERFORM TAKE-EVENT-MINUTES
               END-IF
           END-IF.

       SHELL-DO-NOTES.
           MOVE WS-SHELL-TOK(2) TO NOTE-ID
           IF NOTE-ID EQUAL TO ZERO THEN
               DISPLAY "usage: notes <id>"
           ELSE
               PERFORM LIST-EVENT-NOTES
           END-IF.

       SHELL-DO-VERIFY.
           PERFORM SHELL-CHECK-ONE-CAL
           IF WS-SHELL-ABORT EQUAL TO 0 THEN
                       END-IF
                   END-IF
               END-IF
               IF WS-SHELL-ABORT EQUAL TO 0 THEN
                   PERFORM CHECK-RESOURCE-BOOKINGS
                   IF WS-BKG-REFUSED EQUAL TO 1 THEN
                       DISPLAY "not added."
                       MOVE 1 TO WS-SHELL-ABORT
                   END-IF
               END-IF
               IF WS-SHELL-ABORT EQUAL TO 0 THEN
                   PERFORM BACKUP-EVENTS
                   PERFORM WRITE-EVENT
                   MOVE WS-EVENT-ID TO WS-ATT-FOR-ID
                   PERFORM STORE-EVENT-ATTENDEES
                   PERFORM STORE-EVENT-ZONE
                   PERFORM STORE-EVENT-BOOKINGS
                   PERFORM SPOOL-EVENT-INVITATIONS
               END-IF
           END-IF.

                               MOVE 1 TO WS-SHELL-ABORT
                           END-IF
                       END-IF
                       IF WS-SHELL-ABORT EQUAL TO 0 THEN
                           PERFORM CHECK-RESOURCE-BOOKINGS
                           IF WS-BKG-REFUSED EQUAL TO 1 THEN
                               DISPLAY "not changed."
                               MOVE 1 TO WS-SHELL-ABORT
                           END-IF
                       END-IF
                       IF WS-SHELL-ABORT EQUAL TO 0 THEN
                           PERFORM BACKUP-EVENTS
                           PERFORM EDIT-EVENT
                           IF WS-EDIT-FOUND EQUAL TO 1 THEN
                               MOVE EDIT-ID TO WS-ATT-FOR-ID
                               PERFORM STORE-EVENT-ATTENDEES
                               PERFORM STORE-EVENT-ZONE
                               PERFORM STORE-EVENT-BOOKINGS
                               PERFORM SPOOL-EVENT-INVITATIONS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SHELL-DO-RECONCILE.
           PERFORM SHELL-CHECK-ONE-CAL
           IF WS-SHELL-ABORT EQUAL TO 0 THEN
               PERFORM RECONCILE-JOURNAL
           END-IF.

       SHELL-DO-REQUEST.
      *    Same actions as the one-shot request. The prompt line
      *    splits six ways, so a reject reason or counter note is
      *    whatever words are left after the fixed tokens; a longer
      *    one goes through the one-shot command.
           MOVE ZERO TO REQ-ARG-NO
           MOVE ZERO TO REQ-ARG-DATE
           MOVE ZERO TO REQ-ARG-TIME
           MOVE SPACES TO REQ-ARG-TEXT
           MOVE 1 TO WS-REQ-ARG-PTR
           MOVE 7 TO WS-REQ-TOK
           MOVE FUNCTION UPPER-CASE(WS-SHELL-TOK(2)) TO REQ-ACTION
           EVALUATE REQ-ACTION
               WHEN SPACES
                   MOVE "SUBMIT" TO REQ-ACTION
               WHEN 'LIST'
                   CONTINUE
               WHEN 'REPORT'
                   IF WS-SHELL-TOK(3)(1:8) IS NUMERIC THEN
                       MOVE WS-SHELL-TOK(3)(1:8) TO REQ-ARG-DATE
                   END-IF
               WHEN 'COUNTER'
                   MOVE WS-SHELL-TOK(3) TO REQ-ARG-NO
                   IF WS-SHELL-TOK(4)(1:8) IS NUMERIC THEN
                       MOVE WS-SHELL-TOK(4)(1:8) TO REQ-ARG-DATE
                   END-IF
                   MOVE 5 TO WS-REQ-TOK
                   IF WS-SHELL-TOK(5)(1:4) IS NUMERIC AND
                           WS-SHELL-TOK(5)(5:46) EQUAL TO SPACES THEN
                       MOVE WS-SHELL-TOK(5)(1:4) TO REQ-ARG-TIME
                       MOVE 6 TO WS-REQ-TOK
                   END-IF
               WHEN 'REJECT'
                   MOVE WS-SHELL-TOK(3) TO REQ-ARG-NO
                   MOVE 4 TO WS-REQ-TOK
               WHEN 'APPROVE'
               WHEN 'ACCEPT'
               WHEN 'WITHDRAW'
                   MOVE WS-SHELL-TOK(3) TO REQ-ARG-NO
               WHEN OTHER
                   MOVE SPACES TO REQ-ACTION
           END-EVALUATE
           PERFORM UNTIL WS-REQ-TOK > 6
               MOVE WS-SHELL-TOK(WS-REQ-TOK) TO WS-REQ-WORD
               IF WS-REQ-WORD NOT EQUAL TO SPACES THEN
                   PERFORM APPEND-REQUEST-TEXT
               END-IF
               ADD 1 TO WS-REQ-TOK
           END-PERFORM
           IF REQ-ACTION EQUAL TO SPACES THEN
               DISPLAY "usage: request [list | approve <no> | "
                   "reject <no> <reason> | counter <no> YYYYMMDD "
                   "[HHMM] [note] | accept <no> | withdraw <no> | "
                   "report [YYYYMMDD]]"
           ELSE
               IF REQ-ACTION EQUAL TO 'REPORT' THEN
                   MOVE 0 TO WS-SHELL-ABORT
               ELSE
                   PERFORM SHELL-CHECK-ONE-CAL
               END-IF
               IF WS-SHELL-ABORT EQUAL TO 0 THEN
                   PERFORM RUN-REQUEST-ACTION
               END-IF
           END-IF.

       SHELL-DO-ZONE.
      *    As the one-shot zone command, plus zone view: the viewer
      *    zone -z would give, kept for the rest of the session
      *    ("-" goes back to each calendar's own times).
           MOVE FUNCTION UPPER-CASE(WS-SHELL-TOK(2)) TO ZONE-ACTION
           MOVE WS-SHELL-TOK(3) TO ZONE-ARG-TZID
           EVALUATE ZONE-ACTION
               WHEN 'VIEW'
                   IF ZONE-ARG-TZID EQUAL TO SPACES THEN
                       DISPLAY "usage: zone view <tzid>|-"
                   ELSE
                       IF ZONE-ARG-TZID EQUAL TO '-' THEN
                           MOVE SPACES TO VIEW-ZONE
                           DISPLAY "times shown as entered."
                       ELSE
                           PERFORM LOAD-ZONES
                           MOVE ZONE-ARG-TZID TO WS-TZ-WANT
                           PERFORM FIND-ZONE
                           IF WS-TZ-HIT EQUAL TO 0 THEN
                               DISPLAY "unknown time zone "
                                   FUNCTION TRIM(ZONE-ARG-TZID
                                   TRAILING)
                           ELSE
                               MOVE WS-ZON-T-TZID(WS-TZ-HIT)
                                   TO VIEW-ZONE
                               DISPLAY "week and month now show "
                                   "times in "
                                   FUNCTION TRIM(VIEW-ZONE TRAILING)
                                   "."
                           END-IF
                       END-IF
                   END-IF
               WHEN 'ADD'
                   MOVE WS-SHELL-TOK(4) TO ZONE-ARG-OFFSET
                   MOVE FUNCTION UPPER-CASE(WS-SHELL-TOK(5))
                       TO ZONE-ARG-RULE
                   PERFORM RUN-ZONE-ACTION
               WHEN 'DEFAULT'
                   PERFORM SHELL-CHECK-ONE-CAL
                   IF WS-SHELL-ABORT EQUAL TO 0 THEN
                       PERFORM RUN-ZONE-ACTION
                   END-IF
               WHEN OTHER
                   MOVE 'LIST' TO ZONE-ACTION
                   PERFORM RUN-ZONE-ACTION
           END-EVALUATE.

       SHELL-DO-HOLIDAY.
           EVALUATE FUNCTION UPPER-CASE(WS-SHELL-TOK(2))
               WHEN 'LIST'
                       "holiday list"
           END-EVALUATE.

       SHELL-DO-RESOURCE.
      *    Same shape as the holiday sub-commands. The prompt line
      *    only splits six ways, so the display name is the one
      *    token left after the type; a name with spaces in it goes
      *    through the one-shot resource add.
           EVALUATE FUNCTION UPPER-CASE(WS-SHELL-TOK(2))
               WHEN 'LIST'
                   PERFORM LIST-RESOURCES
               WHEN 'ADD'
                   MOVE FUNCTION UPPER-CASE(WS-SHELL-TOK(3)) TO
                       RES-ADD-ID
                   MOVE ZERO TO RES-ADD-CAPACITY
                   IF WS-SHELL-TOK(4) NOT EQUAL TO SPACES THEN
                       COMPUTE RES-ADD-CAPACITY =
                           FUNCTION NUMVAL(WS-SHELL-TOK(4))
                   END-IF
                   MOVE WS-SHELL-TOK(5) TO RES-ADD-TYPE
                   MOVE WS-SHELL-TOK(6) TO RES-ADD-NAME
                   IF RES-ADD-ID EQUAL TO SPACES OR
                           RES-ADD-NAME EQUAL TO SPACES THEN
                       DISPLAY "usage: resource add <id> <seats> "
                           "<type> <name>"
                   ELSE
                       PERFORM ADD-RESOURCE
                   END-IF
               WHEN OTHER
                   DISPLAY "usage: resource add <id> <seats> <type> "
                       "<name> | resource list"
           END-EVALUATE.

       SHELL-DO-ROOMS.
           MOVE WS-SHELL-TOK(2) TO MONTH-ARG
           MOVE MONTH-ARG(5:2) TO FMTMONTH
           IF MONTH-ARG EQUAL TO ZERO OR FMTMONTH < 1 OR
                   FMTMONTH > 12 THEN
               DISPLAY "usage: rooms YYYYMM"
           ELSE
               PERFORM PRINT-ROOMS-REPORT
           END-IF.

       SHELL-DO-RSVP.
           IF WS-SHELL-TOK(2) EQUAL TO SPACES THEN
               DISPLAY "usage: rsvp <reply.ics>"
           ELSE
               MOVE WS-SHELL-TOK(2) TO WS-SYNC-FILENAME
               PERFORM RECORD-RSVP-REPLIES
           END-IF.

       PRINT-HELP.
           DISPLAY "colendar - a COBOL calendar"
           DISPLAY "usage:"
               "data/events-<name>.dat instead"
           DISPLAY "  colendar -c <a,b,..>  overlay several "
               "calendars in the event listing"
           DISPLAY "  colendar -z <tzid>  show week/month/free "
               "times in that zone (with or without -c)"
           DISPLAY "  colendar add      add event to file"
           DISPLAY "  colendar task     add a task (a deadline with "
               "a done status)"
           DISPLAY "  colendar archive  move past events out of EVENTS"
           DISPLAY "  colendar verify   check the master and "
               "uid-xref, offer to quarantine bad records"
           DISPLAY "  colendar verify report  the same checks, "
               "nothing repaired"
           DISPLAY "  colendar holiday add YYYYMMDD <name>  record "
               "a blackout date"
           DISPLAY "  colendar holiday list  show the blackout "
               "dates on file"
           DISPLAY "  colendar resource add <id> <seats> <type> "
               "<name>  add a bookable room or item"
           DISPLAY "                    (seats 0 for equipment); "
               "add/edit then take resource ids"
           DISPLAY "  colendar resource list  show the bookable "
               "resources on file"
           DISPLAY "  colendar rooms YYYYMM  write the month's "
               "resource utilisation report"
           DISPLAY "  colendar rsvp <reply.ics>  record the "
               "accept/decline/tentative answers in a reply"
           DISPLAY "                    (add/edit spool an "
               "invitation per attendee into data/spool)"
           DISPLAY "  colendar responses  list who has not answered "
               "or declined, per upcoming meeting"
           DISPLAY "  colendar report <year>  year-in-review summary "
               "from the archive"
           DISPLAY "  colendar hours YYYYMM  write the month's "
               "hours-by-category statement"
           DISPLAY "  colendar timesheet [YYYYMMDD]  write the "
               "week's per-person hours: payroll extract"
           DISPLAY "                    data/colendar-timesheet-"
               "<monday>.txt and control report .prn"
           DISPLAY "                    (calendars as for nightly)"
           DISPLAY "  colendar publish [from [to]]  write a "
               "free/busy .ics per contact into"
           DISPLAY "                    data/publish (busy blocks "
               "only; default the next four weeks)"
           DISPLAY "  colendar availability [YYYYMMDD] [hhmm "
               "[hhmm]]  who-is-free chart, half-hour"
           DISPLAY "                    slots, to data/colendar-"
               "availability-<date>.prn"
           DISPLAY "  colendar list <category>  show events in that "
               "category"
           DISPLAY "  colendar find <text> [from [to]]  search "
               "events, notes and archives for text"
           DISPLAY "  colendar free <mins> [from [to]] [hhmm "
               "[hhmm]]  list open slots that long"
           DISPLAY "  colendar export   write events to "
               "data/colendar.ics"
           DISPLAY "  colendar nightly [YYYYMMDD]  backup, archive, "
               "verify, remind and export every"
           DISPLAY "                    calendar in data/calendars.txt"
               ", checkpointed; a rerun resumes"
           DISPLAY "                    at the step that failed "
               "(rc=2 if a step failed, 1 if verify found problems)"
           DISPLAY "  colendar import <file>  bulk load "
               "YYYYMMDD|desc|category lines"
           DISPLAY "  colendar load <file>    replace the master "
               "downloaded .ics feed into events"
           DISPLAY "  colendar audit <id>  play back the change "
               "history of one event"
           DISPLAY "  colendar note <id> <text>  add a line of notes "
               "(agenda, dial-in, actions) to an event"
           DISPLAY "  colendar minutes <id>  type up the minutes "
               "after the meeting, ending with a line ."
           DISPLAY "  colendar notes <id>  list an event's notes and "
               "minutes (archived ones too)"
           DISPLAY "  colendar revert <id> [stamp]  rewrite one "
               "event as it stood at that time"
           DISPLAY "  colendar reconcile  replay the audit journal "
               "and compare it with the master"
           DISPLAY "                    (rc=1 if anything is only in "
               "one, or differs)"
           DISPLAY "  colendar request  propose an event for an "
               "approver (prompts, then a reason)"
           DISPLAY "  colendar request list | approve <no> | reject "
               "<no> <reason>"
           DISPLAY "  colendar request counter <no> YYYYMMDD [HHMM] "
               "[note]  offer another time"
           DISPLAY "  colendar request accept <no> | withdraw <no>  "
               "answer a counter-proposal"
           DISPLAY "  colendar request report [YYYYMMDD]  the week's "
               "decisions and waiting times"
           DISPLAY "  colendar zone [list]  show the time-zone "
               "table and calendar defaults"
           DISPLAY "  colendar zone add <tzid> +HHMM|-HHMM "
               "[EU|US|NONE]  add a zone (standard offset)"
           DISPLAY "  colendar zone default <tzid>|-  set or clear "
               "the calendar's default zone"
           DISPLAY "                    (in the shell, zone view "
               "<tzid>|- sets the viewer zone)"
           DISPLAY "  colendar access [list]  write the grants "
               "listing data/colendar-access-grants.prn"
           DISPLAY "  colendar access denied [from [to]]  write the "
               "refused attempts from data/security.log"
           DISPLAY "  colendar access grant <cal> <user>|* "
               "view|change|admin  grant (replaces any old one)"
           DISPLAY "  colendar access revoke <cal> <user>|*  take "
               "a grant away"
           DISPLAY "                    (no data/access.txt: every "
               "calendar open; once it exists, a calendar"
           DISPLAY "                    with no grants is closed; "
               "admin covers load, restore, undo,"
           DISPLAY "                    verify repair, archive, "
               "holiday add, nightly and grants)"
           DISPLAY "  colendar undo     roll back the last change "
               "(restores backup 1)"
           DISPLAY "  colendar restore <n>  roll back to generation "
           DISPLAY "unloaded " WS-FLAT-COUNT " event(s) to "
               WS-FLAT-FILENAME.

       RUN-NIGHTLY.
      *    The end-of-day chain the cron wrapper used to drive as
      *    separate invocations. Calendars run one after another,
      *    each through all five steps; the first step that fails
      *    stops the chain there, since everything after it leans
      *    on it - export after a half-done archive is no use to
      *    anybody. Steps the run-control file already shows done
      *    for this run date are passed over, so a rerun resumes at
      *    the failure. Verify runs report-only: at night there is
      *    nobody to answer its questions.
           IF NIGHTLY-DATE EQUAL TO ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO NIGHTLY-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NGT-RUN-STARTED
           PERFORM NIGHTLY-BUILD-CAL-LIST
           PERFORM NIGHTLY-LOAD-RUN-CONTROL
           MOVE 1 TO WS-VER-REPORT-ONLY
           MOVE 0 TO WS-NGT-STOPPED
           MOVE 0 TO WS-NGT-RAN
           MOVE 0 TO WS-NGT-DONE-BEFORE
           DISPLAY "nightly run " NIGHTLY-DATE " over "
               WS-NGT-CAL-COUNT " calendar(s)"
           MOVE 0 TO WS-NGT-CAL-IDX
           PERFORM UNTIL WS-NGT-CAL-IDX >= WS-NGT-CAL-COUNT OR
                   WS-NGT-STOPPED EQUAL TO 1
               ADD 1 TO WS-NGT-CAL-IDX
               PERFORM NIGHTLY-ONE-CALENDAR
           END-PERFORM
           PERFORM NIGHTLY-PRINT-SUMMARY
           MOVE WS-NGT-CC TO RETURN-CODE.

       NIGHTLY-BUILD-CAL-LIST.
      *    -c names the calendars outright; otherwise they come
      *    from data/calendars.txt, and a shop with no such file
      *    has only the default calendar.
           MOVE 0 TO WS-NGT-CAL-COUNT
           MOVE SPACES TO WS-NGT-CAL-TABLE
           IF WS-CAL-ARG NOT EQUAL TO SPACES THEN
               MOVE 0 TO WS-CAL-IDX
               PERFORM UNTIL WS-CAL-IDX >= WS-CAL-COUNT
                   ADD 1 TO WS-CAL-IDX
                   IF WS-CAL-NAME(WS-CAL-IDX) NOT EQUAL TO SPACES
                           THEN
                       MOVE WS-CAL-NAME(WS-CAL-IDX) TO WS-NCL-NAME
                       PERFORM NIGHTLY-ADD-CAL
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACE TO WS-NCL-EOF
               OPEN INPUT CAL-LIST
               IF WS-NCL-STATUS NOT EQUAL TO "00" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-NCL-EOF = 'Y'
                       READ CAL-LIST NEXT RECORD
                           AT END MOVE 'Y' TO WS-NCL-EOF
                           NOT AT END
                               IF CAL-LIST-ENTRY NOT EQUAL TO SPACES
                                       THEN
                                   MOVE FUNCTION TRIM(CAL-LIST-ENTRY)
                                       TO WS-NCL-NAME
                                   IF FUNCTION LOWER-CASE(WS-NCL-NAME)
                                           EQUAL TO "default" THEN
                                       MOVE SPACES TO WS-NCL-NAME
                                   END-IF
                                   PERFORM NIGHTLY-ADD-CAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAL-LIST
               END-IF
               IF WS-NGT-CAL-COUNT EQUAL TO 0 THEN
                   MOVE SPACES TO WS-NCL-NAME
                   PERFORM NIGHTLY-ADD-CAL
               END-IF
           END-IF.

       NIGHTLY-ADD-CAL.
           MOVE 0 TO WS-NGT-CAL-HIT
           MOVE 0 TO WS-NGT-CAL-IDX
           PERFORM UNTIL WS-NGT-CAL-IDX >= WS-NGT-CAL-COUNT
               ADD 1 TO WS-NGT-CAL-IDX
               IF WS-NGT-CAL(WS-NGT-CAL-IDX) EQUAL TO WS-NCL-NAME
                       THEN
                   MOVE WS-NGT-CAL-IDX TO WS-NGT-CAL-HIT
               END-IF
           END-PERFORM
           IF WS-NGT-CAL-HIT EQUAL TO 0 THEN
               IF WS-NGT-CAL-COUNT >= 10 THEN
                   DISPLAY "more than 10 calendars - "
                       FUNCTION TRIM(WS-NCL-NAME TRAILING)
                       " left out of this run"
               ELSE
                   ADD 1 TO WS-NGT-CAL-COUNT
                   MOVE WS-NCL-NAME TO WS-NGT-CAL(WS-NGT-CAL-COUNT)
               END-IF
           END-IF.

       NIGHTLY-SET-LABEL.
      *    The calendar as the run-control file and the summary
      *    name it, "default" for data/events.dat the way the
      *    satellite files do.
           IF WS-NGT-CAL(WS-NGT-CAL-IDX) EQUAL TO SPACES THEN
               MOVE "default" TO WS-NGT-LABEL
           ELSE
               MOVE WS-NGT-CAL(WS-NGT-CAL-IDX) TO WS-NGT-LABEL
           END-IF.

       NIGHTLY-LOAD-RUN-CONTROL.
      *    Where each calendar/step of this run date stands, from
      *    any earlier attempt at it. The file is append-only, so
      *    a later line for the same step overrides an earlier one.
           MOVE 0 TO WS-NGT-CAL-IDX
           PERFORM UNTIL WS-NGT-CAL-IDX >= 10
               ADD 1 TO WS-NGT-CAL-IDX
               MOVE 0 TO WS-NGT-STEP-IDX
               PERFORM UNTIL WS-NGT-STEP-IDX >= 5
                   ADD 1 TO WS-NGT-STEP-IDX
                   MOVE SPACES TO
                       WS-NGT-G-STARTED(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
                   MOVE SPACES TO
                       WS-NGT-G-ENDED(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
                   MOVE 0 TO
                       WS-NGT-G-RECORDS(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
                   MOVE 0 TO
                       WS-NGT-G-ACTED(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
                   MOVE 0 TO
                       WS-NGT-G-RC(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
                   MOVE SPACES TO
                       WS-NGT-G-STATE(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
                   MOVE 0 TO
                       WS-NGT-G-PRIOR(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
               END-PERFORM
           END-PERFORM
           MOVE SPACE TO WS-NGT-EOF
           OPEN INPUT RUN-CONTROL
           IF WS-NGT-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-NGT-EOF = 'Y'
                   READ RUN-CONTROL NEXT RECORD
                       AT END MOVE 'Y' TO WS-NGT-EOF
                       NOT AT END
                           IF NGT-RUN-DATE EQUAL TO NIGHTLY-DATE THEN
                               PERFORM NIGHTLY-APPLY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL
           END-IF.

       NIGHTLY-APPLY-ROW.
      *    Rows for calendars no longer in this run's list are of
      *    no interest to it.
           MOVE 0 TO WS-NGT-CAL-HIT
           MOVE 0 TO WS-NGT-CAL-IDX
           PERFORM UNTIL WS-NGT-CAL-IDX >= WS-NGT-CAL-COUNT
               ADD 1 TO WS-NGT-CAL-IDX
               PERFORM NIGHTLY-SET-LABEL
               IF WS-NGT-LABEL EQUAL TO NGT-CAL THEN
                   MOVE WS-NGT-CAL-IDX TO WS-NGT-CAL-HIT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-NGT-STEP-HIT
           MOVE 0 TO WS-NGT-STEP-IDX
           PERFORM UNTIL WS-NGT-STEP-IDX >= 5
               ADD 1 TO WS-NGT-STEP-IDX
               IF WS-NGT-STEP-NAME(WS-NGT-STEP-IDX) EQUAL TO NGT-STEP
                       THEN
                   MOVE WS-NGT-STEP-IDX TO WS-NGT-STEP-HIT
               END-IF
           END-PERFORM
           IF WS-NGT-CAL-HIT > 0 AND WS-NGT-STEP-HIT > 0 THEN
               MOVE NGT-STARTED TO
                   WS-NGT-G-STARTED(WS-NGT-CAL-HIT, WS-NGT-STEP-HIT)
               MOVE NGT-ENDED TO
                   WS-NGT-G-ENDED(WS-NGT-CAL-HIT, WS-NGT-STEP-HIT)
               MOVE NGT-RECORDS TO
                   WS-NGT-G-RECORDS(WS-NGT-CAL-HIT, WS-NGT-STEP-HIT)
               MOVE NGT-ACTED TO
                   WS-NGT-G-ACTED(WS-NGT-CAL-HIT, WS-NGT-STEP-HIT)
               MOVE NGT-RC TO
                   WS-NGT-G-RC(WS-NGT-CAL-HIT, WS-NGT-STEP-HIT)
               MOVE NGT-STATE TO
                   WS-NGT-G-STATE(WS-NGT-CAL-HIT, WS-NGT-STEP-HIT)
               MOVE 1 TO
                   WS-NGT-G-PRIOR(WS-NGT-CAL-HIT, WS-NGT-STEP-HIT)
           END-IF.

       NIGHTLY-ONE-CALENDAR.
           MOVE WS-NGT-CAL(WS-NGT-CAL-IDX) TO WS-ACTIVE-CAL
           PERFORM SET-EVENTS-FILENAME
           PERFORM NIGHTLY-SET-LABEL
           MOVE 0 TO WS-ARCHIVE-BACKED-UP
           MOVE 0 TO WS-NGT-STEP-IDX
           PERFORM UNTIL WS-NGT-STEP-IDX >= 5 OR
                   WS-NGT-STOPPED EQUAL TO 1
               ADD 1 TO WS-NGT-STEP-IDX
               PERFORM NIGHTLY-ONE-STEP
           END-PERFORM.

       NIGHTLY-ONE-STEP.
      *    A step that finished - cleanly or with verify's
      *    warnings - is not run again. A backup taken earlier in
      *    the same run still stands in for archive's own.
           IF WS-NGT-G-STATE(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
                   EQUAL TO "OK" OR
                   WS-NGT-G-STATE(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
                   EQUAL TO "WARN" THEN
               ADD 1 TO WS-NGT-DONE-BEFORE
               IF WS-NGT-STEP-IDX EQUAL TO 1 THEN
                   MOVE 1 TO WS-ARCHIVE-BACKED-UP
               END-IF
               DISPLAY FUNCTION TRIM(WS-NGT-LABEL TRAILING) " "
                   FUNCTION TRIM(WS-NGT-STEP-NAME(WS-NGT-STEP-IDX)
                   TRAILING) " already done at "
                   WS-NGT-G-ENDED(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
                   ", skipped"
           ELSE
               IF WS-NGT-G-STATE(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
                       NOT EQUAL TO SPACES THEN
                   DISPLAY "resuming "
                       FUNCTION TRIM(WS-NGT-LABEL TRAILING) " "
                       FUNCTION TRIM(WS-NGT-STEP-NAME(WS-NGT-STEP-IDX)
                       TRAILING) " - last attempt "
                       FUNCTION TRIM(WS-NGT-G-STATE(WS-NGT-CAL-IDX,
                       WS-NGT-STEP-IDX) TRAILING) " at "
                       WS-NGT-G-STARTED(WS-NGT-CAL-IDX,
                       WS-NGT-STEP-IDX)
               END-IF
               PERFORM NIGHTLY-RUN-STEP
           END-IF.

       NIGHTLY-RUN-STEP.
      *    The STARTED line goes down before the step touches
      *    anything, so a run killed inside it leaves the mark a
      *    rerun resumes from. RETURN-CODE is primed with the abend
      *    value for the same reason; a step that comes back
      *    without setting its own leaves it there, meaning 0.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NGT-STARTED
           MOVE SPACES TO WS-NGT-ENDED
           MOVE 0 TO WS-NGT-RECORDS
           MOVE 0 TO WS-NGT-ACTED
           MOVE 0 TO WS-NGT-RC
           MOVE "STARTED" TO WS-NGT-STATE
           PERFORM NIGHTLY-WRITE-ROW
           DISPLAY "--- " FUNCTION TRIM(WS-NGT-LABEL TRAILING) " "
               FUNCTION TRIM(WS-NGT-STEP-NAME(WS-NGT-STEP-IDX)
               TRAILING) " " WS-NGT-STARTED
           MOVE "OK" TO WS-NGT-STATE
           MOVE WS-NGT-ABEND-RC TO RETURN-CODE
           EVALUATE WS-NGT-STEP-IDX
               WHEN 1
                   PERFORM NIGHTLY-DO-BACKUP
               WHEN 2
                   PERFORM NIGHTLY-DO-ARCHIVE
               WHEN 3
                   PERFORM NIGHTLY-DO-VERIFY
               WHEN 4
                   PERFORM NIGHTLY-DO-REMIND
               WHEN 5
                   PERFORM NIGHTLY-DO-EXPORT
           END-EVALUATE
           PERFORM RELEASE-CALENDAR-LOCK
           IF RETURN-CODE EQUAL TO WS-NGT-ABEND-RC THEN
               MOVE 0 TO WS-NGT-RC
           ELSE
               MOVE RETURN-CODE TO WS-NGT-RC
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NGT-ENDED
           PERFORM NIGHTLY-WRITE-ROW
           ADD 1 TO WS-NGT-RAN
           MOVE WS-NGT-STARTED TO
               WS-NGT-G-STARTED(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
           MOVE WS-NGT-ENDED TO
               WS-NGT-G-ENDED(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
           MOVE WS-NGT-RECORDS TO
               WS-NGT-G-RECORDS(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
           MOVE WS-NGT-ACTED TO
               WS-NGT-G-ACTED(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
           MOVE WS-NGT-RC TO
               WS-NGT-G-RC(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
           MOVE WS-NGT-STATE TO
               WS-NGT-G-STATE(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
           MOVE 0 TO
               WS-NGT-G-PRIOR(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
           IF WS-NGT-STATE EQUAL TO "FAILED" THEN
               MOVE 1 TO WS-NGT-STOPPED
           END-IF.

       NIGHTLY-DO-BACKUP.
           PERFORM BACKUP-EVENTS
           MOVE WS-BAK-UNLOADED TO WS-NGT-RECORDS
           MOVE WS-BAK-UNLOADED TO WS-NGT-ACTED
           IF WS-BAK-STATUS NOT EQUAL TO "00" THEN
               MOVE "FAILED" TO WS-NGT-STATE
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-ARCHIVE-BACKED-UP
           END-IF.

       NIGHTLY-DO-ARCHIVE.
           PERFORM ARCHIVE-OLD-EVENTS
           MOVE WS-ARCHIVE-READ TO WS-NGT-RECORDS
           MOVE WS-ARCHIVE-COUNT TO WS-NGT-ACTED.

       NIGHTLY-DO-VERIFY.
      *    Bad records are a warning for the morning, not a reason
      *    to hold back the reminders. The uid xref is one file for
      *    every calendar, so over several calendars its "orphans"
      *    are mostly other calendars' rows - they are counted, but
      *    only warn when the run covers a single calendar.
           PERFORM VERIFY-EVENTS
           MOVE WS-SYNC-EVENT-COUNT TO WS-NGT-RECORDS
           COMPUTE WS-NGT-ACTED = WS-VER-BAD-COUNT + WS-VER-ORPHANS
           IF WS-VER-BAD-COUNT > 0 OR
                   (WS-VER-ORPHANS > 0 AND WS-NGT-CAL-COUNT EQUAL TO 1)
                   THEN
               MOVE "WARN" TO WS-NGT-STATE
           ELSE
               MOVE WS-NGT-ABEND-RC TO RETURN-CODE
           END-IF.

       NIGHTLY-DO-REMIND.
           PERFORM REMIND-EVENTS
           MOVE WS-REMIND-READ TO WS-NGT-RECORDS
           MOVE WS-REMIND-COUNT TO WS-NGT-ACTED.

       NIGHTLY-DO-EXPORT.
      *    Each calendar exports to its own file - the default one
      *    to data/colendar.ics as the one-shot export does, a named
      *    one to data/colendar-<name>.ics - so the last calendar
      *    of the night does not overwrite all the others.
           MOVE SPACES TO WS-EXPORT-FILENAME
           IF WS-ACTIVE-CAL EQUAL TO SPACES THEN
               MOVE "data/colendar.ics" TO WS-EXPORT-FILENAME
           ELSE
               STRING "data/colendar-" DELIMITED BY SIZE
                   WS-ACTIVE-CAL DELIMITED BY SPACE
                   ".ics" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME
           END-IF
           PERFORM EXPORT-EVENTS
           MOVE WS-EXPORT-COUNT TO WS-NGT-RECORDS
           MOVE WS-EXPORT-COUNT TO WS-NGT-ACTED
           IF WS-EXPORT-STATUS NOT EQUAL TO "00" THEN
               MOVE "FAILED" TO WS-NGT-STATE
               MOVE 2 TO RETURN-CODE
           END-IF.

       NIGHTLY-WRITE-ROW.
      *    One checkpoint line, appended and closed straight away
      *    so it is on disk before the step can die. A log that
      *    cannot be written is announced but does not stop the
      *    night's work - the same call the audit journal makes.
           OPEN EXTEND RUN-CONTROL
           IF WS-NGT-STATUS EQUAL TO '35' THEN
               OPEN OUTPUT RUN-CONTROL
           END-IF
           IF WS-NGT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "warning: cannot write data/nightly-run.txt"
           ELSE
               MOVE NIGHTLY-DATE TO NGT-RUN-DATE
               MOVE SPACE TO NGT-SPACE1
               MOVE WS-NGT-LABEL TO NGT-CAL
               MOVE SPACE TO NGT-SPACE2
               MOVE WS-NGT-STEP-NAME(WS-NGT-STEP-IDX) TO NGT-STEP
               MOVE SPACE TO NGT-SPACE3
               MOVE WS-NGT-STARTED TO NGT-STARTED
               MOVE SPACE TO NGT-SPACE4
               MOVE WS-NGT-ENDED TO NGT-ENDED
               MOVE SPACE TO NGT-SPACE5
               MOVE WS-NGT-RECORDS TO NGT-RECORDS
               MOVE SPACE TO NGT-SPACE6
               MOVE WS-NGT-ACTED TO NGT-ACTED
               MOVE SPACE TO NGT-SPACE7
               MOVE WS-NGT-RC TO NGT-RC
               MOVE SPACE TO NGT-SPACE8
               MOVE WS-NGT-STATE TO NGT-STATE
               WRITE RUN-CONTROL-ENTRY
               CLOSE RUN-CONTROL
           END-IF.

       NIGHTLY-PRINT-SUMMARY.
      *    The operator's page: every calendar/step of the run
      *    date with its times, counts, return code and outcome,
      *    then the verdict. Condition code 2 if any step failed
      *    or died, 1 if verify left warnings, else 0. If the page
      *    cannot be written it comes to the screen instead.
           MOVE 0 TO WS-NGT-FAILED
           MOVE 0 TO WS-NGT-WARNED
           MOVE 0 TO WS-NGT-NOT-RUN
           MOVE SPACES TO WS-NGT-FAIL-CAL
           MOVE SPACES TO WS-NGT-FAIL-STEP
           MOVE NIGHTLY-DATE(1:4) TO FMTYEAR
           MOVE NIGHTLY-DATE(5:2) TO FMTMONTH
           PERFORM GET-PRETTY-MONTH
           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "data/colendar-nightly-" NIGHTLY-DATE ".prn"
               DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open " WS-PRINT-FILENAME
                   " - summary follows"
               MOVE 1 TO PRINTFLAG
           ELSE
               MOVE 0 TO PRINTFLAG
           END-IF
           MOVE "nightly run summary" TO WS-PRINT-TITLE
           MOVE 0 TO WS-PRINT-LINES
           MOVE 0 TO WS-PRINT-PAGE

           MOVE SPACES TO WS-GRID-LINE
           STRING "run date " NIGHTLY-DATE "   this attempt "
               WS-NGT-RUN-STARTED " to "
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           PERFORM EMIT-GRID-LINE
           STRING "calendar   step     started         ended"
               "           records    acted   rc  status"
               DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE 0 TO WS-NGT-CAL-IDX
           PERFORM UNTIL WS-NGT-CAL-IDX >= WS-NGT-CAL-COUNT
               ADD 1 TO WS-NGT-CAL-IDX
               PERFORM NIGHTLY-SET-LABEL
               MOVE 0 TO WS-NGT-STEP-IDX
               PERFORM UNTIL WS-NGT-STEP-IDX >= 5
                   ADD 1 TO WS-NGT-STEP-IDX
                   PERFORM NIGHTLY-SUMMARY-LINE
               END-PERFORM
           END-PERFORM
           PERFORM EMIT-GRID-LINE

           EVALUATE TRUE
               WHEN WS-NGT-FAILED > 0
                   MOVE 2 TO WS-NGT-CC
               WHEN WS-NGT-WARNED > 0
                   MOVE 1 TO WS-NGT-CC
               WHEN OTHER
                   MOVE 0 TO WS-NGT-CC
           END-EVALUATE
           STRING "steps run this attempt " WS-NGT-RAN
               "   done earlier " WS-NGT-DONE-BEFORE
               "   not run " WS-NGT-NOT-RUN
               "   warnings " WS-NGT-WARNED
               DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           IF WS-NGT-FAILED > 0 THEN
               STRING "result: FAILED at "
                   FUNCTION TRIM(WS-NGT-FAIL-CAL TRAILING) " "
                   FUNCTION TRIM(WS-NGT-FAIL-STEP TRAILING)
                   " - put it right, then rerun colendar nightly "
                   NIGHTLY-DATE " to resume there"
                   DELIMITED BY SIZE INTO WS-GRID-LINE
           ELSE
               IF WS-NGT-WARNED > 0 THEN
                   STRING "result: complete, verify found problems"
                       " - see the verify lines above"
                       DELIMITED BY SIZE INTO WS-GRID-LINE
               ELSE
                   MOVE "result: complete" TO WS-GRID-LINE
               END-IF
           END-IF
           PERFORM EMIT-GRID-LINE
           STRING "condition code " WS-NGT-CC
               DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           IF PRINTFLAG EQUAL TO 0 THEN
               CLOSE PRINT-FILE
               MOVE 1 TO PRINTFLAG
               IF WS-NGT-FAILED > 0 THEN
                   DISPLAY "nightly run FAILED at "
                       FUNCTION TRIM(WS-NGT-FAIL-CAL TRAILING) " "
                       FUNCTION TRIM(WS-NGT-FAIL-STEP TRAILING)
               ELSE
                   DISPLAY "nightly run complete"
               END-IF
               DISPLAY "wrote " WS-PRINT-FILENAME
           END-IF.

       NIGHTLY-SUMMARY-LINE.
      *    A step still at STARTED is one whose run died inside it
      *    and has not been resumed; it counts as a failure.
           MOVE SPACES TO WS-NGT-NOTE
           MOVE WS-NGT-G-STATE(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX) TO
               WS-NGT-STATE
           EVALUATE TRUE
               WHEN WS-NGT-STATE EQUAL TO SPACES
                   MOVE "NOT RUN" TO WS-NGT-STATE
                   ADD 1 TO WS-NGT-NOT-RUN
               WHEN WS-NGT-STATE EQUAL TO "FAILED" OR
                       WS-NGT-STATE EQUAL TO "STARTED"
                   ADD 1 TO WS-NGT-FAILED
                   IF WS-NGT-FAIL-CAL EQUAL TO SPACES THEN
                       MOVE WS-NGT-LABEL TO WS-NGT-FAIL-CAL
                       MOVE WS-NGT-STEP-NAME(WS-NGT-STEP-IDX) TO
                           WS-NGT-FAIL-STEP
                   END-IF
               WHEN WS-NGT-STATE EQUAL TO "WARN"
                   ADD 1 TO WS-NGT-WARNED
           END-EVALUATE
           IF WS-NGT-G-PRIOR(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX)
                   EQUAL TO 1 THEN
               MOVE "(earlier attempt)" TO WS-NGT-NOTE
           END-IF
           MOVE WS-NGT-G-RECORDS(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX) TO
               WS-NGT-EDIT-RECORDS
           MOVE WS-NGT-G-ACTED(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX) TO
               WS-NGT-EDIT-ACTED
           MOVE WS-NGT-G-RC(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX) TO
               WS-NGT-EDIT-RC
           STRING WS-NGT-LABEL " "
               WS-NGT-STEP-NAME(WS-NGT-STEP-IDX) " "
               WS-NGT-G-STARTED(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX) "  "
               WS-NGT-G-ENDED(WS-NGT-CAL-IDX, WS-NGT-STEP-IDX) "  "
               WS-NGT-EDIT-RECORDS "  " WS-NGT-EDIT-ACTED "  "
               WS-NGT-EDIT-RC "  " WS-NGT-STATE " " WS-NGT-NOTE
               DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE.

       ACQUIRE-CALENDAR-LOCK.
      *    Take the active calendar's lock file, waiting while
      *    someone else holds it and clearing locks stale enough
               END-IF
           END-PERFORM.

       ACQUIRE-ATTENDEES-LOCK.
      *    One fixed lock for the shared attendees file, taken on
      *    top of whatever calendar lock is already held. The
      *    calendar lock's filename is parked while this one is
      *    taken and put back on release.
           MOVE WS-LOCK-FILENAME TO WS-ALOCK-SAVE-NAME
           MOVE "data/attendees.lock" TO WS-LOCK-FILENAME
           PERFORM SET-LOCK-USER
           PERFORM WAIT-FOR-LOCK
           MOVE 1 TO WS-ALOCK-HELD.

       RELEASE-ATTENDEES-LOCK.
           IF WS-ALOCK-HELD EQUAL TO 1 THEN
               MOVE "data/attendees.lock" TO WS-LOCK-FILENAME
               DELETE FILE LOCK-FILE
               MOVE 0 TO WS-ALOCK-HELD
           END-IF
           MOVE WS-ALOCK-SAVE-NAME TO WS-LOCK-FILENAME.

       ACQUIRE-XREF-LOCK.
      *    Same arrangement as the attendees lock: one fixed lock
      *    for the shared uid xref, taken on top of whatever
      *    calendar lock is held, always in that order.
           MOVE WS-LOCK-FILENAME TO WS-XLOCK-SAVE-NAME
           MOVE "data/uid-xref.lock" TO WS-LOCK-FILENAME
           PERFORM SET-LOCK-USER
           PERFORM WAIT-FOR-LOCK
           MOVE 1 TO WS-XLOCK-HELD.

       RELEASE-XREF-LOCK.
           IF WS-XLOCK-HELD EQUAL TO 1 THEN
               MOVE "data/uid-xref.lock" TO WS-LOCK-FILENAME
               DELETE FILE LOCK-FILE
               MOVE 0 TO WS-XLOCK-HELD
           END-IF
           MOVE WS-XLOCK-SAVE-NAME TO WS-LOCK-FILENAME.

       ACQUIRE-BOOKINGS-LOCK.
      *    Same arrangement again for the shared bookings file, so
      *    two calendars can't both hand out the boardroom.
           MOVE WS-LOCK-FILENAME TO WS-BLOCK-SAVE-NAME
           MOVE "data/bookings.lock" TO WS-LOCK-FILENAME
           PERFORM SET-LOCK-USER
           PERFORM WAIT-FOR-LOCK
           MOVE 1 TO WS-BLOCK-HELD.

       RELEASE-BOOKINGS-LOCK.
           IF WS-BLOCK-HELD EQUAL TO 1 THEN
               MOVE "data/bookings.lock" TO WS-LOCK-FILENAME
               DELETE FILE LOCK-FILE
               MOVE 0 TO WS-BLOCK-HELD
           END-IF
           MOVE WS-BLOCK-SAVE-NAME TO WS-LOCK-FILENAME.

       ACQUIRE-RSVP-LOCK.
      *    And once more for the shared replies file.
           MOVE WS-LOCK-FILENAME TO WS-RLOCK-SAVE-NAME
           MOVE "data/rsvp.lock" TO WS-LOCK-FILENAME
           PERFORM SET-LOCK-USER
           PERFORM WAIT-FOR-LOCK
           MOVE 1 TO WS-RLOCK-HELD.

       RELEASE-RSVP-LOCK.
           IF WS-RLOCK-HELD EQUAL TO 1 THEN
               MOVE "data/rsvp.lock" TO WS-LOCK-FILENAME
               DELETE FILE LOCK-FILE
               MOVE 0 TO WS-RLOCK-HELD
           END-IF
           MOVE WS-RLOCK-SAVE-NAME TO WS-LOCK-FILENAME.

       ACQUIRE-REQUESTS-LOCK.
      *    And for the shared request queue.
           MOVE WS-LOCK-FILENAME TO WS-QLOCK-SAVE-NAME
           MOVE "data/requests.lock" TO WS-LOCK-FILENAME
           PERFORM SET-LOCK-USER
           PERFORM WAIT-FOR-LOCK
           MOVE 1 TO WS-QLOCK-HELD.

       RELEASE-REQUESTS-LOCK.
           IF WS-QLOCK-HELD EQUAL TO 1 THEN
               MOVE "data/requests.lock" TO WS-LOCK-FILENAME
               DELETE FILE LOCK-FILE
               MOVE 0 TO WS-QLOCK-HELD
           END-IF
           MOVE WS-QLOCK-SAVE-NAME TO WS-LOCK-FILENAME.

       ACQUIRE-ZONES-LOCK.
      *    And for the shared event-zone and calendar-zone files.
           MOVE WS-LOCK-FILENAME TO WS-ZLOCK-SAVE-NAME
           MOVE "data/eventzones.lock" TO WS-LOCK-FILENAME
           PERFORM SET-LOCK-USER
           PERFORM WAIT-FOR-LOCK
           MOVE 1 TO WS-ZLOCK-HELD.

       RELEASE-ZONES-LOCK.
           IF WS-ZLOCK-HELD EQUAL TO 1 THEN
               MOVE "data/eventzones.lock" TO WS-LOCK-FILENAME
               DELETE FILE LOCK-FILE
               MOVE 0 TO WS-ZLOCK-HELD
           END-IF
           MOVE WS-ZLOCK-SAVE-NAME TO WS-LOCK-FILENAME.

       ACQUIRE-ACCESS-LOCK.
      *    And for the access grants.
           MOVE WS-LOCK-FILENAME TO WS-SLOCK-SAVE-NAME
           MOVE "data/access.lock" TO WS-LOCK-FILENAME
           PERFORM SET-LOCK-USER
           PERFORM WAIT-FOR-LOCK
           MOVE 1 TO WS-SLOCK-HELD.

       RELEASE-ACCESS-LOCK.
           IF WS-SLOCK-HELD EQUAL TO 1 THEN
               MOVE "data/access.lock" TO WS-LOCK-FILENAME
               DELETE FILE LOCK-FILE
               MOVE 0 TO WS-SLOCK-HELD
           END-IF
           MOVE WS-SLOCK-SAVE-NAME TO WS-LOCK-FILENAME.

       ACQUIRE-NOTES-LOCK.
      *    And for the shared notes file.
           MOVE WS-LOCK-FILENAME TO WS-NLOCK-SAVE-NAME
           MOVE "data/notes.lock" TO WS-LOCK-FILENAME
           PERFORM SET-LOCK-USER
           PERFORM WAIT-FOR-LOCK
           MOVE 1 TO WS-NLOCK-HELD.

       RELEASE-NOTES-LOCK.
           IF WS-NLOCK-HELD EQUAL TO 1 THEN
               MOVE "data/notes.lock" TO WS-LOCK-FILENAME
               DELETE FILE LOCK-FILE
               MOVE 0 TO WS-NLOCK-HELD
           END-IF
           MOVE WS-NLOCK-SAVE-NAME TO WS-LOCK-FILENAME.

       TRY-TAKE-LOCK.
      *    No lock file (or an empty one) means the calendar is
               DISPLAY "warning: cannot write backup "
                   WS-BAK-FILENAME " (status " WS-BAK-STATUS ")"
           END-IF
           MOVE 0 TO WS-BAK-UNLOADED
           MOVE SPACE TO WS-EOF
           OPEN INPUT EVENTS
           PERFORM CHECK-EVENTS-OPEN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE BACKUP-FILE-ENTRY FROM WS-EVENT-ENTRY
                       ADD 1 TO WS-BAK-UNLOADED
               END-READ
           END-PERFORM
           CLOSE EVENTS
           END-IF
           PERFORM EMIT-GRID-LINE.

       PRINT-TIMESHEET.
      *    The week's timesheet: every calendar read once, each
      *    record's occurrences in the week charged to the people
      *    named on it, then a control page per person and the
      *    payroll extract written together, person by person, so
      *    the two always agree. The week runs Monday to Sunday
      *    around the date given, the current week when none is.
           IF TMS-ARG-DATE EQUAL TO ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO TMS-ARG-DATE
           END-IF
           COMPUTE WS-TMS-WEEK-INT =
               FUNCTION INTEGER-OF-DATE(TMS-ARG-DATE)
           COMPUTE WS-TMS-WEEK-INT = WS-TMS-WEEK-INT -
               FUNCTION MOD(WS-TMS-WEEK-INT - 1, 7)
           COMPUTE WS-TMS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-TMS-WEEK-INT)
           COMPUTE WS-TMS-WEEK-END =
               FUNCTION DATE-OF-INTEGER(WS-TMS-WEEK-INT + 6)

           MOVE 0 TO WS-TMS-PER-COUNT
           MOVE 0 TO WS-TMS-ROW-COUNT
           MOVE 0 TO WS-TMS-FULL
           MOVE 0 TO WS-TMS-GRAND-MINS
           MOVE 0 TO WS-TMS-UNATT-MINS
           MOVE 0 TO WS-TMS-RECORDS
           PERFORM LOAD-ATTENDEES
           PERFORM LOAD-HOLIDAYS
           PERFORM SET-TIMESHEET-HOLIDAYS
           PERFORM NIGHTLY-BUILD-CAL-LIST
           MOVE 0 TO WS-NGT-CAL-IDX
           PERFORM UNTIL WS-NGT-CAL-IDX >= WS-NGT-CAL-COUNT
               ADD 1 TO WS-NGT-CAL-IDX
               MOVE WS-NGT-CAL(WS-NGT-CAL-IDX) TO WS-ACTIVE-CAL
               PERFORM SET-EVENTS-FILENAME
               PERFORM SET-ATT-CAL-WANT
               MOVE SPACE TO WS-EOF
               OPEN INPUT EVENTS
               PERFORM CHECK-EVENTS-OPEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EVENTS NEXT RECORD INTO WS-EVENT-ENTRY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TIMESHEET-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE EVENTS
               PERFORM TIMESHEET-READ-ARCHIVES
           END-PERFORM
           IF WS-TMS-FULL EQUAL TO 1 THEN
               DISPLAY "warning: more than 1000 people or 3000 "
                   "person/category rows - the rest are left out"
           END-IF

           MOVE SPACES TO WS-TMS-FILENAME
           STRING "data/colendar-timesheet-" WS-TMS-WEEK-START
               ".txt" DELIMITED BY SIZE INTO WS-TMS-FILENAME
           OPEN OUTPUT TIMESHEET-FILE
           IF WS-TMS-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open " WS-TMS-FILENAME
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "data/colendar-timesheet-" WS-TMS-WEEK-START
               ".prn" DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open " WS-PRINT-FILENAME
               STOP RUN
           END-IF
           MOVE WS-TMS-WEEK-START(1:4) TO FMTYEAR
           MOVE WS-TMS-WEEK-START(5:2) TO FMTMONTH
           PERFORM GET-PRETTY-MONTH
           MOVE "weekly timesheet" TO WS-PRINT-TITLE
           MOVE 0 TO WS-PRINT-LINES
           MOVE 0 TO WS-PRINT-PAGE
           MOVE 0 TO PRINTFLAG
           MOVE 0 TO WS-TMS-PER-IDX
           PERFORM UNTIL WS-TMS-PER-IDX >= WS-TMS-PER-COUNT
               ADD 1 TO WS-TMS-PER-IDX
               PERFORM TIMESHEET-ONE-PERSON
           END-PERFORM
           PERFORM TIMESHEET-GRAND-TOTAL

           MOVE SPACES TO TIMESHEET-TRAILER
           MOVE "T" TO TMT-REC-TYPE
           MOVE WS-TMS-WEEK-START TO TMT-WEEK
           MOVE WS-TMS-RECORDS TO TMT-RECORDS
           MOVE WS-TMS-GRAND-MINS TO TMT-MINUTES
           COMPUTE WS-TMS-HRS-WORK ROUNDED = WS-TMS-GRAND-MINS / 60
           MOVE WS-TMS-HRS-WORK TO TMT-HOURS
           WRITE TIMESHEET-TRAILER
           CLOSE TIMESHEET-FILE
           CLOSE PRINT-FILE
           DISPLAY "wrote " WS-TMS-FILENAME
           DISPLAY "wrote " WS-PRINT-FILENAME.

       SET-TIMESHEET-HOLIDAYS.
      *    The week's blackout dates by day of the week, blank
      *    where the day is an ordinary one.
           MOVE SPACES TO WS-TMS-HOL-NAMES
           MOVE 0 TO WS-TMS-DAY
           PERFORM UNTIL WS-TMS-DAY >= 7
               ADD 1 TO WS-TMS-DAY
               COMPUTE WS-HOL-CHECK-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TMS-WEEK-INT + WS-TMS-DAY - 1)
               PERFORM CHECK-HOLIDAY-DATE
               IF WS-HOL-HIT EQUAL TO 1 THEN
                   MOVE WS-HOL-HIT-NAME TO WS-TMS-HOL-NAME(WS-TMS-DAY)
               END-IF
           END-PERFORM.

       TIMESHEET-READ-ARCHIVES.
      *    A week already past has usually been archived out of the
      *    master by the nightly run; its meetings are charged from
      *    the calendar's archive files just the same. A year with
      *    no archive file just skips.
           MOVE WS-TMS-WEEK-START(1:4) TO WS-TMS-ARC-YEAR
           PERFORM UNTIL WS-TMS-ARC-YEAR >
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
               MOVE WS-TMS-ARC-YEAR TO WS-ARCHIVE-YEAR
               PERFORM SET-ARCHIVE-FILENAME
               PERFORM TIMESHEET-READ-ONE-ARCHIVE
               ADD 1 TO WS-TMS-ARC-YEAR
           END-PERFORM.

       TIMESHEET-READ-ONE-ARCHIVE.
      *    Archives mix eras, so each line goes through the layout
      *    conversion the report command uses first.
           MOVE SPACE TO WS-EOF
           OPEN INPUT ARCHIVE-EVENTS
           IF WS-ARCHIVE-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIVE-EVENTS NEXT RECORD INTO WS-FLAT-BUF
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONVERT-FLAT-RECORD
                           PERFORM TIMESHEET-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-EVENTS
           END-IF.

       TIMESHEET-ONE-RECORD.
      *    Tasks are deadlines rather than time spent, and an
      *    open-ended booking (duration 0) has no minutes to
      *    charge; everything else is tried against each day of
      *    the week with the month grid's recurrence rules.
           IF WS-EVENT-TYPE EQUAL TO 'T' OR
                   WS-EVENT-DURATION EQUAL TO ZERO THEN
               CONTINUE
           ELSE
               MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
               COMPUTE WS-TMS-ANCHOR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OCCUR-DATE-NUM)
               MOVE 0 TO WS-TMS-DAY
               PERFORM UNTIL WS-TMS-DAY >= 7
                   ADD 1 TO WS-TMS-DAY
                   COMPUTE WS-TMS-DAY-INT =
                       WS-TMS-WEEK-INT + WS-TMS-DAY - 1
                   COMPUTE WS-TMS-DAY-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-TMS-DAY-INT)
                   PERFORM TIMESHEET-TEST-DAY
                   IF WS-TMS-ON-DAY EQUAL TO 1 THEN
                       PERFORM TIMESHEET-CHARGE-DAY
                   END-IF
               END-PERFORM
           END-IF.

       TIMESHEET-TEST-DAY.
           MOVE 0 TO WS-TMS-ON-DAY
           EVALUATE TRUE
               WHEN WS-EVENT-RECUR-FLAG NOT EQUAL TO 'Y'
                   IF WS-TMS-ANCHOR-INT EQUAL TO WS-TMS-DAY-INT THEN
                       MOVE 1 TO WS-TMS-ON-DAY
                   END-IF
               WHEN WS-EVENT-RECUR-INTERVAL EQUAL TO 'ANNUAL'
                   IF WS-EVENT-MONTH EQUAL TO WS-TMS-DAY-MONTH AND
                           WS-EVENT-DAY EQUAL TO WS-TMS-DAY-DAY AND
                           WS-EVENT-YEAR NOT > WS-TMS-DAY-YEAR THEN
                       MOVE 1 TO WS-TMS-ON-DAY
                   END-IF
               WHEN OTHER
                   IF WS-TMS-ANCHOR-INT NOT > WS-TMS-DAY-INT AND
                           FUNCTION MOD(WS-TMS-DAY-INT -
                           WS-TMS-ANCHOR-INT, 7) EQUAL TO 0 THEN
                       MOVE 1 TO WS-TMS-ON-DAY
                   END-IF
           END-EVALUATE.

       TIMESHEET-CHARGE-DAY.
      *    The occurrence's minutes go in full to everyone named
      *    on the event - an hour's meeting of four people is four
      *    hours of their time.
           MOVE 0 TO WS-TMS-CHARGED
           MOVE 0 TO WS-ATT-IDX
           PERFORM UNTIL WS-ATT-IDX >= WS-ATT-COUNT
               ADD 1 TO WS-ATT-IDX
               IF WS-ATT-T-ID(WS-ATT-IDX) EQUAL TO WS-EVENT-ID AND
                       WS-ATT-T-CAL(WS-ATT-IDX) EQUAL TO
                       WS-ATT-CAL-WANT THEN
                   MOVE 1 TO WS-TMS-CHARGED
                   PERFORM TIMESHEET-FIND-ROW
                   IF WS-TMS-ROW-HIT > 0 THEN
                       ADD WS-EVENT-DURATION TO
                           WS-TMS-R-MINS(WS-TMS-ROW-HIT, WS-TMS-DAY)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TMS-CHARGED EQUAL TO 0 THEN
               ADD WS-EVENT-DURATION TO WS-TMS-UNATT-MINS
           END-IF.

       TIMESHEET-FIND-ROW.
      *    Find-or-add the attendee's person slot, then the
      *    person's row for this event's category.
           MOVE 0 TO WS-TMS-PER-HIT
           MOVE 0 TO WS-TMS-PER-IDX
           PERFORM UNTIL WS-TMS-PER-IDX >= WS-TMS-PER-COUNT OR
                   WS-TMS-PER-HIT > 0
               ADD 1 TO WS-TMS-PER-IDX
               IF WS-TMS-P-NAME(WS-TMS-PER-IDX) EQUAL TO
                       WS-ATT-T-NAME(WS-ATT-IDX) THEN
                   MOVE WS-TMS-PER-IDX TO WS-TMS-PER-HIT
               END-IF
           END-PERFORM
           IF WS-TMS-PER-HIT EQUAL TO 0 THEN
               IF WS-TMS-PER-COUNT < 1000 THEN
                   ADD 1 TO WS-TMS-PER-COUNT
                   MOVE WS-ATT-T-NAME(WS-ATT-IDX) TO
                       WS-TMS-P-NAME(WS-TMS-PER-COUNT)
                   MOVE WS-TMS-PER-COUNT TO WS-TMS-PER-HIT
               ELSE
                   MOVE 1 TO WS-TMS-FULL
               END-IF
           END-IF
           MOVE 0 TO WS-TMS-ROW-HIT
           IF WS-TMS-PER-HIT > 0 THEN
               MOVE 0 TO WS-TMS-ROW-IDX
               PERFORM UNTIL WS-TMS-ROW-IDX >= WS-TMS-ROW-COUNT OR
                       WS-TMS-ROW-HIT > 0
                   ADD 1 TO WS-TMS-ROW-IDX
                   IF WS-TMS-R-PER(WS-TMS-ROW-IDX) EQUAL TO
                           WS-TMS-PER-HIT AND
                           WS-TMS-R-CAT(WS-TMS-ROW-IDX) EQUAL TO
                           WS-EVENT-CATEGORY THEN
                       MOVE WS-TMS-ROW-IDX TO WS-TMS-ROW-HIT
                   END-IF
               END-PERFORM
               IF WS-TMS-ROW-HIT EQUAL TO 0 THEN
                   IF WS-TMS-ROW-COUNT < 3000 THEN
                       ADD 1 TO WS-TMS-ROW-COUNT
                       MOVE WS-TMS-ROW-COUNT TO WS-TMS-ROW-HIT
                       MOVE WS-TMS-PER-HIT TO
                           WS-TMS-R-PER(WS-TMS-ROW-HIT)
                       MOVE WS-EVENT-CATEGORY TO
                           WS-TMS-R-CAT(WS-TMS-ROW-HIT)
                       MOVE 0 TO WS-TMS-DAY2
                       PERFORM UNTIL WS-TMS-DAY2 >= 7
                           ADD 1 TO WS-TMS-DAY2
                           MOVE 0 TO WS-TMS-R-MINS(WS-TMS-ROW-HIT,
                               WS-TMS-DAY2)
                       END-PERFORM
                   ELSE
                       MOVE 1 TO WS-TMS-FULL
                   END-IF
               END-IF
           END-IF.

       TIMESHEET-ONE-PERSON.
      *    One control page per person: a line per category with
      *    hours per day and a row total, the week's holidays as
      *    non-working lines, then the day totals. The same
      *    figures go out to the extract as they print.
           MOVE 0 TO WS-PRINT-LINES
           MOVE SPACES TO WS-GRID-LINE
           STRING "person  " WS-TMS-P-NAME(WS-TMS-PER-IDX)
               "  week " WS-TMS-WEEK-START " to " WS-TMS-WEEK-END
               DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           PERFORM TIMESHEET-HEADER-LINE
           MOVE ZEROS TO WS-TMS-DAY-TOTALS
           MOVE 0 TO WS-TMS-PER-MINS
           MOVE 0 TO WS-TMS-ROW-IDX
           PERFORM UNTIL WS-TMS-ROW-IDX >= WS-TMS-ROW-COUNT
               ADD 1 TO WS-TMS-ROW-IDX
               IF WS-TMS-R-PER(WS-TMS-ROW-IDX) EQUAL TO
                       WS-TMS-PER-IDX THEN
                   PERFORM TIMESHEET-ONE-ROW
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TMS-DAY
           PERFORM UNTIL WS-TMS-DAY >= 7
               ADD 1 TO WS-TMS-DAY
               IF WS-TMS-HOL-NAME(WS-TMS-DAY) NOT EQUAL TO SPACES
                       THEN
                   PERFORM TIMESHEET-HOLIDAY-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           MOVE "day total" TO WS-GRID-LINE(1:10)
           MOVE 11 TO WS-TMS-COL
           MOVE 0 TO WS-TMS-DAY
           PERFORM UNTIL WS-TMS-DAY >= 7
               ADD 1 TO WS-TMS-DAY
               COMPUTE WS-TMS-HRS-WORK ROUNDED =
                   WS-TMS-DAY-TOT(WS-TMS-DAY) / 60
               MOVE WS-TMS-HRS-WORK TO WS-TMS-CELL
               STRING " " WS-TMS-CELL DELIMITED BY SIZE
                   INTO WS-GRID-LINE WITH POINTER WS-TMS-COL
           END-PERFORM
           COMPUTE WS-TMS-HRS-WORK ROUNDED = WS-TMS-PER-MINS / 60
           MOVE WS-TMS-HRS-WORK TO WS-TMS-TOTAL-CELL
           STRING " " WS-TMS-TOTAL-CELL DELIMITED BY SIZE
               INTO WS-GRID-LINE WITH POINTER WS-TMS-COL
           PERFORM EMIT-GRID-LINE
           ADD WS-TMS-PER-MINS TO WS-TMS-GRAND-MINS.

       TIMESHEET-HEADER-LINE.
           MOVE SPACES TO WS-GRID-LINE
           MOVE "category" TO WS-GRID-LINE(1:10)
           MOVE 11 TO WS-TMS-COL
           MOVE 0 TO WS-TMS-DAY
           PERFORM UNTIL WS-TMS-DAY >= 7
               ADD 1 TO WS-TMS-DAY
               COMPUTE WS-TMS-DAY-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-TMS-WEEK-INT + WS-TMS-DAY - 1)
               STRING "  " WS-TMS-DAY-NAME(WS-TMS-DAY) " "
                   WS-TMS-DAY-DAY DELIMITED BY SIZE
                   INTO WS-GRID-LINE WITH POINTER WS-TMS-COL
           END-PERFORM
           STRING "      total" DELIMITED BY SIZE
               INTO WS-GRID-LINE WITH POINTER WS-TMS-COL
           PERFORM EMIT-GRID-LINE.

       TIMESHEET-ONE-ROW.
      *    Hours per day as printed, minutes exact in the extract -
      *    finance balances on the minutes.
           MOVE SPACES TO WS-GRID-LINE
           IF WS-TMS-R-CAT(WS-TMS-ROW-IDX) EQUAL TO SPACES THEN
               MOVE "(none)" TO WS-GRID-LINE(1:10)
           ELSE
               MOVE WS-TMS-R-CAT(WS-TMS-ROW-IDX) TO
                   WS-GRID-LINE(1:10)
           END-IF
           MOVE 11 TO WS-TMS-COL
           MOVE 0 TO WS-TMS-ROW-MINS
           MOVE 0 TO WS-TMS-DAY
           PERFORM UNTIL WS-TMS-DAY >= 7
               ADD 1 TO WS-TMS-DAY
               ADD WS-TMS-R-MINS(WS-TMS-ROW-IDX, WS-TMS-DAY) TO
                   WS-TMS-ROW-MINS WS-TMS-DAY-TOT(WS-TMS-DAY)
               COMPUTE WS-TMS-HRS-WORK ROUNDED =
                   WS-TMS-R-MINS(WS-TMS-ROW-IDX, WS-TMS-DAY) / 60
               MOVE WS-TMS-HRS-WORK TO WS-TMS-CELL
               STRING " " WS-TMS-CELL DELIMITED BY SIZE
                   INTO WS-GRID-LINE WITH POINTER WS-TMS-COL
               IF WS-TMS-R-MINS(WS-TMS-ROW-IDX, WS-TMS-DAY) > 0
                       THEN
                   PERFORM TIMESHEET-WRITE-DETAIL
               END-IF
           END-PERFORM
           COMPUTE WS-TMS-HRS-WORK ROUNDED = WS-TMS-ROW-MINS / 60
           MOVE WS-TMS-HRS-WORK TO WS-TMS-TOTAL-CELL
           STRING " " WS-TMS-TOTAL-CELL DELIMITED BY SIZE
               INTO WS-GRID-LINE WITH POINTER WS-TMS-COL
           PERFORM EMIT-GRID-LINE
           ADD WS-TMS-ROW-MINS TO WS-TMS-PER-MINS.

       TIMESHEET-WRITE-DETAIL.
           MOVE SPACES TO TIMESHEET-ENTRY
           MOVE "D" TO TMS-REC-TYPE
           MOVE WS-TMS-WEEK-START TO TMS-WEEK
           MOVE WS-TMS-P-NAME(WS-TMS-PER-IDX) TO TMS-PERSON
           MOVE WS-TMS-R-CAT(WS-TMS-ROW-IDX) TO TMS-CATEGORY
           COMPUTE TMS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TMS-WEEK-INT + WS-TMS-DAY - 1)
           MOVE WS-TMS-R-MINS(WS-TMS-ROW-IDX, WS-TMS-DAY) TO
               TMS-MINUTES
           MOVE WS-TMS-HRS-WORK TO TMS-HOURS
           WRITE TIMESHEET-ENTRY
           ADD 1 TO WS-TMS-RECORDS.

       TIMESHEET-HOLIDAY-LINE.
      *    A holiday is its own line with no hours on it, in the
      *    report and in the extract, so payroll sees the day was
      *    not a working one rather than an unexplained gap.
           COMPUTE WS-TMS-DAY-NUM = FUNCTION DATE-OF-INTEGER(
               WS-TMS-WEEK-INT + WS-TMS-DAY - 1)
           MOVE SPACES TO WS-GRID-LINE
           STRING "holiday     " WS-TMS-DAY-NAME(WS-TMS-DAY) " "
               WS-TMS-DAY-NUM "  "
               FUNCTION TRIM(WS-TMS-HOL-NAME(WS-TMS-DAY) TRAILING)
               " - non-working" DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO TIMESHEET-ENTRY
           MOVE "H" TO TMS-REC-TYPE
           MOVE WS-TMS-WEEK-START TO TMS-WEEK
           MOVE WS-TMS-P-NAME(WS-TMS-PER-IDX) TO TMS-PERSON
           MOVE "HOLIDAY" TO TMS-CATEGORY
           MOVE WS-TMS-DAY-NUM TO TMS-WORK-DATE
           MOVE 0 TO TMS-MINUTES
           MOVE 0 TO TMS-HOURS
           MOVE WS-TMS-HOL-NAME(WS-TMS-DAY) TO TMS-HOLIDAY
           WRITE TIMESHEET-ENTRY
           ADD 1 TO WS-TMS-RECORDS.

       TIMESHEET-GRAND-TOTAL.
      *    The balancing page: what finance checks the extract's
      *    trailer against before loading it.
           MOVE 0 TO WS-PRINT-LINES
           MOVE SPACES TO WS-GRID-LINE
           STRING "grand total  week " WS-TMS-WEEK-START " to "
               WS-TMS-WEEK-END DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           STRING "people on the timesheet    " WS-TMS-PER-COUNT
               DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           COMPUTE WS-TMS-HRS-WORK ROUNDED = WS-TMS-GRAND-MINS / 60
           MOVE WS-TMS-HRS-WORK TO WS-TMS-TOTAL-CELL
           MOVE SPACES TO WS-GRID-LINE
           STRING "hours charged           " WS-TMS-TOTAL-CELL
               "  (" WS-TMS-GRAND-MINS " minutes)"
               DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           STRING "extract records            " WS-TMS-RECORDS
               " plus trailer" DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           STRING "extract file               " WS-TMS-FILENAME
               DELIMITED BY SIZE INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE SPACES TO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           COMPUTE WS-TMS-HRS-WORK ROUNDED = WS-TMS-UNATT-MINS / 60
           MOVE WS-TMS-HRS-WORK TO WS-TMS-TOTAL-CELL
           MOVE SPACES TO WS-GRID-LINE
           STRING "not charged (no attendees) " WS-TMS-TOTAL-CELL
               " h - not in the extract" DELIMITED BY SIZE
               INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           COMPUTE WS-TMS-HRS-WORK ROUNDED = WS-TMS-GRAND-MINS / 60
           MOVE WS-TMS-HRS-WORK TO WS-TMS-TOTAL-CELL
           DISPLAY WS-TMS-PER-COUNT " people, "
               FUNCTION TRIM(WS-TMS-TOTAL-CELL) " hours, "
               WS-TMS-RECORDS " extract records".

       PRINT-ROOMS-REPORT.
      *    Facilities' utilisation statement: hours each resource
      *    was booked in the month, occurrences expanded with the
      *    same month rules as the hours statement, against the
      *    bookable hours of the month - weekdays that are not
      *    holidays, between the free-slot finder's working day
      *    bounds. Booked hours come from the bookings file's own
      *    snapshot of each event, so archived meetings still
      *    count and no calendar has to be opened.
           MOVE MONTH-ARG(1:4) TO FMTYEAR
           MOVE MONTH-ARG(5:2) TO FMTMONTH
           PERFORM GET-MONTH-LENGTH
           PERFORM GET-PRETTY-MONTH
           COMPUTE WS-MONTH-START-INT = FUNCTION INTEGER-OF-DATE(
               FMTYEAR * 10000 + FMTMONTH * 100 + 1)
           COMPUTE WS-MONTH-END-INT =
               WS-MONTH-START-INT + MONTH-LENGTH - 1

           PERFORM LOAD-RESOURCES
           PERFORM LOAD-BOOKINGS
           PERFORM LOAD-HOLIDAYS
           MOVE 0 TO WS-BKG-IDX
           PERFORM UNTIL WS-BKG-IDX >= WS-BKG-COUNT
               ADD 1 TO WS-BKG-IDX
               PERFORM ROOMS-TALLY-BOOKING
           END-PERFORM
           PERFORM COUNT-ROOM-WORK-DAYS
           COMPUTE WS-ROOM-AVAIL-MINS = WS-ROOM-WORK-DAYS *
               ((FUNCTION INTEGER(FREE-WEND / 100) * 60
               + FUNCTION MOD(FREE-WEND, 100))
               - (FUNCTION INTEGER(FREE-WSTART / 100) * 60
               + FUNCTION MOD(FREE-WSTART, 100)))

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "data/colendar-rooms-" MONTH-ARG ".prn"
               DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "cannot open " WS-PRINT-FILENAME
               STOP RUN
           END-IF
           MOVE "resource utilisation" TO WS-PRINT-TITLE
           MOVE 0 TO WS-PRINT-LINES
           MOVE 0 TO WS-PRINT-PAGE
           MOVE 0 TO PRINTFLAG
           PERFORM EMIT-ROOMS-LINES
           CLOSE PRINT-FILE
           DISPLAY "wrote " WS-PRINT-FILENAME.

       ROOMS-TALLY-BOOKING.
      *    A booking row for a resource since dropped from the
      *    master has nowhere to go and is passed over.
           MOVE WS-BKG-T-RES(WS-BKG-IDX) TO WS-RES-WANT-ID
           PERFORM FIND-RESOURCE
           MOVE 0 TO WS-HRS-OCCURS
           IF WS-RES-HIT > 0 AND
                   WS-BKG-T-DURATION(WS-BKG-IDX) > 0 THEN
               MOVE WS-BKG-T-DATE(WS-BKG-IDX) TO WS-EVENT-DATE
               EVALUATE TRUE
                   WHEN WS-BKG-T-RECUR(WS-BKG-IDX) EQUAL TO SPACES
                       IF WS-EVENT-YEAR EQUAL TO FMTYEAR AND
                               WS-EVENT-MONTH EQUAL TO FMTMONTH THEN
                           MOVE 1 TO WS-HRS-OCCURS
                       END-IF
                   WHEN WS-BKG-T-RECUR(WS-BKG-IDX) EQUAL TO 'ANNUAL'
                       IF WS-EVENT-MONTH EQUAL TO FMTMONTH AND
                               WS-EVENT-YEAR NOT > FMTYEAR AND
                               WS-EVENT-DAY NOT > MONTH-LENGTH THEN
                           MOVE 1 TO WS-HRS-OCCURS
                       END-IF
                   WHEN OTHER
                       PERFORM COUNT-WEEKLY-MONTH-OCCURS
               END-EVALUATE
               COMPUTE WS-RES-T-MINS(WS-RES-HIT) =
                   WS-RES-T-MINS(WS-RES-HIT) + WS-HRS-OCCURS *
                   WS-BKG-T-DURATION(WS-BKG-IDX)
           END-IF.

       COUNT-ROOM-WORK-DAYS.
      *    Monday to Friday, less the blackout dates.
           MOVE 0 TO WS-ROOM-WORK-DAYS
           MOVE WS-MONTH-START-INT TO WS-ROOM-DAY-INT
           PERFORM UNTIL WS-ROOM-DAY-INT > WS-MONTH-END-INT
               IF FUNCTION MOD(WS-ROOM-DAY-INT - 1, 7) < 5 THEN
                   MOVE FUNCTION DATE-OF-INTEGER(WS-ROOM-DAY-INT) TO
                       WS-HOL-CHECK-DATE
                   PERFORM CHECK-HOLIDAY-DATE
                   IF WS-HOL-HIT EQUAL TO 0 THEN
                       ADD 1 TO WS-ROOM-WORK-DAYS
                   END-IF
               END-IF
               ADD 1 TO WS-ROOM-DAY-INT
           END-PERFORM.

       EMIT-ROOMS-LINES.
           MOVE SPACES TO WS-GRID-LINE
           STRING "resource    type        seats    "
               "hours      used    name" DELIMITED BY SIZE
               INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           MOVE 0 TO WS-RES-IDX
           PERFORM UNTIL WS-RES-IDX >= WS-RES-COUNT
               ADD 1 TO WS-RES-IDX
               PERFORM EMIT-ONE-ROOMS-LINE
           END-PERFORM
           MOVE SPACES TO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE
           COMPUTE WS-HRS-WORK ROUNDED = WS-ROOM-AVAIL-MINS / 60
           MOVE WS-HRS-WORK TO WS-HRS-HOURS
           MOVE SPACES TO WS-GRID-LINE
           STRING "bookable per resource " WS-HRS-HOURS " h over "
               WS-ROOM-WORK-DAYS " working days" DELIMITED BY SIZE
               INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE.

       EMIT-ONE-ROOMS-LINE.
           COMPUTE WS-HRS-WORK ROUNDED =
               WS-RES-T-MINS(WS-RES-IDX) / 60
           MOVE WS-HRS-WORK TO WS-HRS-HOURS
           IF WS-ROOM-AVAIL-MINS EQUAL TO 0 THEN
               MOVE 0 TO WS-ROOM-PCT-WORK
           ELSE
               COMPUTE WS-ROOM-PCT-WORK ROUNDED =
                   WS-RES-T-MINS(WS-RES-IDX) * 100
                   / WS-ROOM-AVAIL-MINS
           END-IF
           MOVE WS-ROOM-PCT-WORK TO WS-ROOM-PCT
           MOVE WS-RES-T-CAPACITY(WS-RES-IDX) TO WS-ROOM-SEATS
           MOVE SPACES TO WS-GRID-LINE
           STRING WS-RES-T-ID(WS-RES-IDX) "  "
               WS-RES-T-TYPE(WS-RES-IDX) "  " WS-ROOM-SEATS "  "
               WS-HRS-HOURS " h  " WS-ROOM-PCT " %  "
               WS-RES-T-NAME(WS-RES-IDX) DELIMITED BY SIZE
               INTO WS-GRID-LINE
           PERFORM EMIT-GRID-LINE.

       BUILD-MONTH-EVENTS.
      *    Walk the calendar once, flagging each day of the
      *    displayed month that has anything on and collecting the
               FMTYEAR * 10000 + FMTMONTH * 100 + 1)
           COMPUTE WS-MONTH-END-INT =
               WS-MONTH-START-INT + MONTH-LENGTH - 1
      *    -z: timed events are placed by the viewer's clock, so
      *    occurrences from the day either side of the month are
      *    looked at too - they may land inside it for the viewer.
           MOVE 0 TO WS-TZ-VIEW-HIT
           IF VIEW-ZONE NOT EQUAL TO SPACES THEN
               PERFORM LOAD-ZONE-TABLES
               PERFORM SET-VIEW-ZONE-HIT
               COMPUTE WS-TZ-MONTH-FROM = WS-MONTH-START-INT - 1
               COMPUTE WS-TZ-MONTH-TO = WS-MONTH-END-INT + 1
           END-IF

      *    Blackout days carry an h next to the day number, so a
      *    shutdown is visible before anyone books onto it.
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-TZ-VIEW-HIT > 0 AND
                           WS-EVENT-TIME NOT EQUAL TO ZERO
                       PERFORM BUILD-MONTH-ZONED-RECORD
                   WHEN WS-EVENT-RECUR-FLAG NOT EQUAL TO 'Y'
                       IF WS-EVENT-YEAR EQUAL TO FMTYEAR AND
                               WS-EVENT-MONTH EQUAL TO FMTMONTH THEN
               END-EVALUATE
           END-IF.

       BUILD-MONTH-ZONED-RECORD.
      *    Every occurrence in the widened range, in the event's
      *    own zone, goes through MONTH-ZONED-TRY.
           PERFORM SET-RECORD-ZONE
           MOVE WS-TZ-HIT TO WS-TZ-OCC-HIT
           EVALUATE TRUE
               WHEN WS-EVENT-RECUR-FLAG NOT EQUAL TO 'Y'
                   MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
                   PERFORM MONTH-ZONED-TRY
               WHEN WS-EVENT-RECUR-INTERVAL EQUAL TO 'ANNUAL'
                   COMPUTE WS-TZ-YEAR-TRY = FMTYEAR - 1
                   PERFORM UNTIL WS-TZ-YEAR-TRY > FMTYEAR + 1
                       MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
                       MOVE WS-TZ-YEAR-TRY TO WS-OCCUR-YEAR
                       IF WS-TZ-YEAR-TRY NOT LESS THAN WS-EVENT-YEAR
                               AND FUNCTION TEST-DATE-YYYYMMDD(
                               WS-OCCUR-DATE-NUM) EQUAL TO 0 THEN
                           PERFORM MONTH-ZONED-TRY
                       END-IF
                       ADD 1 TO WS-TZ-YEAR-TRY
                   END-PERFORM
               WHEN OTHER
                   MOVE WS-EVENT-DATE TO WS-OCCUR-DATE
                   COMPUTE WS-ANCHOR-INT =
                       FUNCTION INTEGER-OF-DATE(WS-OCCUR-DATE-NUM)
                   IF WS-ANCHOR-INT < WS-TZ-MONTH-FROM THEN
                       COMPUTE WS-WEEK-K = FUNCTION INTEGER(
                           (WS-TZ-MONTH-FROM - WS-ANCHOR-INT + 6) / 7)
                       COMPUTE WS-ANCHOR-INT =
                           WS-ANCHOR-INT + WS-WEEK-K * 7
                   END-IF
                   PERFORM UNTIL WS-ANCHOR-INT > WS-TZ-MONTH-TO
                       MOVE FUNCTION DATE-OF-INTEGER(WS-ANCHOR-INT) TO
                           WS-OCCUR-DATE-NUM
                       PERFORM MONTH-ZONED-TRY
                       ADD 7 TO WS-ANCHOR-INT
                   END-PERFORM
           END-EVALUATE.

       MONTH-ZONED-TRY.
      *    WS-OCCUR-DATE-NUM is an occurrence in the event's zone;
      *    it is marked only if the viewer sees it in this month,
      *    and listed at the viewer's time.
           COMPUTE WS-TZ-INT =
               FUNCTION INTEGER-OF-DATE(WS-OCCUR-DATE-NUM)
           IF WS-TZ-INT NOT LESS THAN WS-TZ-MONTH-FROM AND
                   WS-TZ-INT NOT GREATER THAN WS-TZ-MONTH-TO THEN
               MOVE WS-TZ-OCC-HIT TO WS-TZ-HIT
               MOVE WS-OCCUR-DATE-NUM TO WS-TZ-DATE
               MOVE WS-EVENT-TIME TO WS-TZ-TIME
               PERFORM ZONE-LOCAL-TO-UTC
               MOVE WS-TZ-VIEW-HIT TO WS-TZ-HIT
               PERFORM ZONE-UTC-TO-LOCAL
               MOVE WS-TZ-DATE TO WS-OCCUR-DATE-NUM
               IF WS-OCCUR-YEAR EQUAL TO FMTYEAR AND
                       WS-OCCUR-MONTH EQUAL TO FMTMONTH THEN
                   MOVE WS-MCAL-COUNT TO WS-TZ-MCAL-WAS
                   PERFORM MARK-MONTH-DAY
                   IF WS-MCAL-COUNT > WS-TZ-MCAL-WAS THEN
                       MOVE WS-TZ-TIME TO WS-MCAL-TIME(WS-MCAL-COUNT)
                   END-IF
               END-IF
           END-IF.

       MARK-WEEKLY-MONTH-DAYS.
      *    Roll the weekly anchor forward to its first occurrence
      *    inside the displayed month, then step by sevens to the
               PERFORM EMIT-GRID-LINE
           END-IF
           IF WS-MCAL-COUNT > 0 THEN
               IF WS-TZ-VIEW-HIT > 0 THEN
                   MOVE SPACES TO WS-GRID-LINE
                   STRING "events this month (times in "
                       DELIMITED BY SIZE
                       WS-ZON-T-TZID(WS-TZ-VIEW-HIT)
                       DELIMITED BY SPACE
                       "):" DELIMITED BY SIZE INTO WS-GRID-LINE
                   END-STRING
               ELSE
                   MOVE "events this month:" TO WS-GRID-LINE
               END-IF
               PERFORM EMIT-GRID-LINE
               MOVE 0 TO WS-MCAL-IDX
               PERFORM UNTIL WS-MCAL-IDX >= WS-MCAL-COUNT
