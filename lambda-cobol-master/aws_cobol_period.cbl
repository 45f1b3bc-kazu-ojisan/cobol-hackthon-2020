      ******************************************************************
      *  period summary for the management pack.  takes a date range
      *  from the console, picks every event on the event master that
      *  starts inside it, and prints one line per event:
      *      - invited and attended (roster rows checked in), and the
      *        no-show rate
      *      - guests brought through the door
      *      - override admissions (check-in log)
      *      - deny-list and capacity refusals (audit log)
      *      - peak occupancy against the event's capacity, from the
      *        same quarter-hour curve aws_cobol_dwell.cbl prints
      *      - average dwell time in minutes, paired the way
      *        aws_cobol_dwell.cbl pairs it - swept end-of-day
      *        departures carry no dwell time
      *  period totals and averages follow the last event.
      *
      *  an event is selected on its start date, so an event running
      *  across the end of a period lands in exactly one period.  an
      *  event whose files are missing is flagged on its line and the
      *  run carries on with the next.  an archived event's live files
      *  are gone, so its figures are taken from the record images in
      *  ARCHIVE_<event>.dat instead - roster, check-in, check-out and
      *  audit records picked out by the manifest's file kinds.  only
      *  a missing archive flags it.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_period.
       AUTHOR.                     kazuOji.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  INVITEE-LIST    ASSIGN  TO  DYNAMIC  EVT-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  IL-KEY
                                    FILE   STATUS  IS  IL-FILE-STATUS.
           SELECT  CHECKIN-LOG     ASSIGN  TO  DYNAMIC  CKL-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  CKL-FILE-STATUS.
           SELECT  CHECKOUT-LOG    ASSIGN  TO  DYNAMIC  CKO-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  CKO-FILE-STATUS.
           SELECT  AUDIT-LOG       ASSIGN  TO  DYNAMIC  AUD-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  AUD-FILE-STATUS.
           SELECT  ARCHIVE-FILE    ASSIGN  TO  DYNAMIC  ARC-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  ARC-FILE-STATUS.
           SELECT  SORT-WORK       ASSIGN  TO  "SORTWORK".
           SELECT  EVENT-MASTER    ASSIGN  TO  DYNAMIC  EM-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  EM-EVT-ID
                                    FILE   STATUS  IS  EM-FILE-STATUS.
           SELECT  RUN-CONTROL     ASSIGN  TO  DYNAMIC  RC-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RC-KEY
                                    FILE   STATUS  IS  RC-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  INVITEE-LIST
           LABEL   RECORD      IS  STANDARD.
       01  INVITEE-LIST-REC.
           03  IL-FNAME                PIC  X(10).
           03  IL-KEY.
               05  IL-LNAME             PIC  X(10).
               05  IL-BYEAR             PIC  9(4).
               05  IL-BMONTH            PIC  99.
               05  IL-BDAY              PIC  99.
           03  IL-CHECKED-IN           PIC  X(01).
           03  IL-GUESTS                PIC  9(02).
           03  IL-TIER                 PIC  X(01).
      *        per-session check-in status for multi-day events, one
      *        byte per session day.  IL-CHECKED-IN above stays the
      *        "admitted to any session" flag the reports key on.
           03  IL-SESS-FLAGS.
               05  IL-SESS-CHECKED-IN   PIC  X(01)  OCCURS 7 TIMES.
      *        admission code printed as a barcode on the
      *        invitation - issued by aws_cobol_load.cbl, unique
      *        within the event's roster, and enough on its own
      *        to admit at the door.
           03  IL-ADMIT-CD             PIC  X(08).
      *        sponsoring organization or delegation the invitee
      *        registered under - spaces for an individual.  its
      *        seat allocation and billing contact are on the
      *        event's organization master, aws_cobol_org.cbl.
           03  IL-ORG-CD               PIC  X(06).

       FD  CHECKIN-LOG
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  CHECKIN-LOG-REC.
           03  CKL-FNAME               PIC  X(10).
           03  CKL-LNAME               PIC  X(10).
           03  CKL-BYEAR               PIC  9(4).
           03  CKL-BMONTH              PIC  99.
           03  CKL-BDAY                PIC  99.
           03  CKL-ARRIVE-TS           PIC  X(14).
           03  CKL-OVERRIDE-FL         PIC  X(01).
           03  CKL-OVERRIDE-REASON     PIC  X(20).
           03  CKL-STATION-ID          PIC  X(4).
           03  CKL-SESSION-NO          PIC  9(01).
      *        guests who actually arrived with the party - records
      *        from before partial-party support carry spaces here,
      *        and every reader falls back to the roster allowance.
           03  CKL-GUESTS              PIC  9(02).

       FD  CHECKOUT-LOG
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  CHECKOUT-LOG-REC.
           03  CKO-FNAME               PIC  X(10).
           03  CKO-LNAME               PIC  X(10).
           03  CKO-BYEAR               PIC  9(4).
           03  CKO-BMONTH              PIC  99.
           03  CKO-BDAY                PIC  99.
           03  CKO-DEPART-TS           PIC  X(14).
           03  CKO-GUESTS              PIC  9(02).
           03  CKO-SESSION-NO          PIC  9(01).
      *        "Y" marks a synthesized end-of-day departure written
      *        by the close-of-day sweep, not a real walk-out - it
      *        zeroes the curve overnight but must not poison the
      *        dwell averages with phantom 16-hour stays.
           03  CKO-AUTO-FL             PIC  X(01).

       FD  AUDIT-LOG
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  AUDIT-LOG-REC.
           03  AUD-FNAME               PIC  X(10).
           03  AUD-LNAME               PIC  X(10).
           03  AUD-BYEAR               PIC  X(4).
           03  AUD-BMONTH              PIC  X(2).
           03  AUD-BDAY                PIC  X(2).
           03  AUD-OUTCOME-CD          PIC  9(02).
           03  AUD-TS                  PIC  X(14).
           03  AUD-STATION-ID          PIC  X(4).
           03  AUD-ADMIT-CD            PIC  X(08).

      *    an archived event's files, bundled by aws_cobol_arch.cbl -
      *    header, manifest, data and trailer records, told apart by
      *    the record type in column one.
       FD  ARCHIVE-FILE
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  ARCHIVE-REC.
           03  AR-REC-TYPE             PIC  X(01).
           03  AR-FILE-NO              PIC  9(02).
           03  AR-DATA                 PIC  X(150).
       01  ARCHIVE-MAN-REC.
           03  AM-REC-TYPE             PIC  X(01).
           03  AM-FILE-NO              PIC  9(02).
           03  AM-FILE-NAME            PIC  X(40).
           03  AM-FILE-KIND            PIC  X(4).
           03  AM-FOUND                PIC  X(01).
           03  AM-REC-CNT              PIC  9(07).
           03  FILLER                  PIC  X(98).

      *    one record per check-in ("I") or check-out ("O"), sorted
      *    so each party's arrivals and departures for a session sit
      *    together, arrival first ("I" collates before "O").
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           03  SRT-LNAME               PIC  X(10).
           03  SRT-BYEAR               PIC  9(4).
           03  SRT-BMONTH              PIC  99.
           03  SRT-BDAY                PIC  99.
           03  SRT-SESSION-NO          PIC  9(01).
           03  SRT-TYPE                PIC  X(01).
           03  SRT-TS                  PIC  X(14).
           03  SRT-AUTO-FL             PIC  X(01).

      *    event master - one row per event, maintained by
      *    aws_cobol_evt.cbl.  the whole file is walked for the
      *    events in the period.
       FD  EVENT-MASTER
           LABEL   RECORD      IS  STANDARD.
       01  EVENT-MASTER-REC.
           03  EM-EVT-ID               PIC  X(9).
           03  EM-EVT-NAME             PIC  X(30).
           03  EM-START-DATE           PIC  9(8).
           03  EM-END-DATE             PIC  9(8).
           03  EM-SESSIONS             PIC  9(01).
           03  EM-CAPACITY             PIC  9(05).
      *        event status: O = open for check-ins, C = closed.
           03  EM-STATUS               PIC  X(01).
      *        archive status, set by aws_cobol_arch.cbl and
      *        aws_cobol_purge.cbl: space = the event's files are
      *        live, A = archived, P = archived and personal data
      *        purged.  dates are YYYYMMDD.
           03  EM-ARCH-STATUS          PIC  X(01).
           03  EM-ARCH-DATE            PIC  9(8).
           03  EM-PURGE-DATE           PIC  9(8).

      *    run-control file - one row per event and batch step,
      *    written by every batch program when the step starts and
      *    again when it ends, and read by the close-of-event driver
      *    aws_cobol_close.cbl to sequence and restart the job stream.
       FD  RUN-CONTROL
           LABEL   RECORD      IS  STANDARD.
       01  RUN-CONTROL-REC.
           03  RC-KEY.
               05  RC-EVT-ID           PIC  X(9).
               05  RC-STEP             PIC  X(08).
           03  RC-START-TS             PIC  X(14).
           03  RC-END-TS               PIC  X(14).
           03  RC-RECS-READ            PIC  9(07).
           03  RC-RECS-WRITTEN         PIC  9(07).
           03  RC-RECS-REJECTED        PIC  9(07).
      *        step status: R = running (or died part way),
      *        C = completed, F = failed.
           03  RC-STATUS               PIC  X(01).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  SW-END                      PIC 9(01)   VALUE   ZERO.
       01  EM-END                      PIC 9(01)   VALUE   ZERO.
       01  CNS-ON                      PIC 9(01)   VALUE   1.

       01  EVT-ID                      PIC  X(9).
       01  EVT-FILE-NAME               PIC  X(40).
       01  CKL-FILE-NAME               PIC  X(40).
       01  CKO-FILE-NAME               PIC  X(40).
       01  AUD-FILE-NAME               PIC  X(40).
       01  ARC-FILE-NAME               PIC  X(40).
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  IL-FILE-STATUS              PIC X(02).
       01  CKL-FILE-STATUS             PIC X(02).
       01  CKO-FILE-STATUS             PIC X(02).
       01  AUD-FILE-STATUS             PIC X(02).
       01  ARC-FILE-STATUS             PIC X(02).
       01  EM-FILE-STATUS              PIC X(02).
       01  IL-SW-OPEN                  PIC 9(01)   VALUE   ZERO.
       01  ARCHIVED-SW                 PIC 9(01)   VALUE   ZERO.

      *    the kind of each archived file, by its manifest number.
       01  ARK-TABLE.
           03  ARK-KIND                PIC  X(4)   OCCURS 60 TIMES.

      *    an archived roster's keys and guest allowances, kept for
      *    check-in records that carry no arrived-guest count.
       01  ARS-TABLE.
           03  ARS-ENTRY               OCCURS 5000 TIMES
                                        INDEXED BY ARS-IDX.
               05  ARS-KEY             PIC  X(18).
               05  ARS-GUESTS          PIC  9(02).
       01  ARS-USED                    PIC 9(04)   VALUE ZERO.
       01  ARS-MAX                     PIC 9(04)   VALUE 5000.
       01  ARS-FULL-SW                 PIC 9(01)   VALUE ZERO.

      *    the period as keyed on the console: from and to dates,
      *    YYYYMMDD, both inclusive.
       01  PERIOD-IN.
           03  PER-FROM-DATE           PIC  X(8).
           03  FILLER                  PIC  X(01).
           03  PER-TO-DATE             PIC  X(8).
       01  PER-FROM-N                  PIC 9(8)    VALUE ZERO.
       01  PER-TO-N                    PIC 9(8)    VALUE ZERO.

      *    outcome codes on the audit log, as aws_cobol.cbl writes
      *    them.
       01  CAPACITY-CD                 PIC 9(02)   VALUE   7.
       01  DENY-CD                     PIC 9(02)   VALUE   12.

      *    one event's figures, cleared for every event.
       01  EVT-TALLIES.
           03  EVT-INVITED             PIC 9(06).
           03  EVT-ATTENDED            PIC 9(06).
           03  EVT-NO-SHOW             PIC 9(06).
           03  EVT-GUESTS              PIC 9(06).
           03  EVT-OVERRIDE            PIC 9(06).
           03  EVT-DENIED              PIC 9(06).
           03  EVT-CAP-REFUSED         PIC 9(06).
           03  EVT-PEAK                PIC S9(06).
           03  EVT-DWELL-SUM           PIC 9(12).
           03  EVT-DWELL-CNT           PIC 9(06).
       01  EVT-MISSING-CNT             PIC 9(01)   VALUE ZERO.
       01  EVT-FLAG                    PIC  X(40).
       01  EVT-FLAG-PTR                PIC 9(02)   VALUE ZERO.
       01  FLAG-FILE                   PIC  X(8).

      *    arrival/departure curve, one row per calendar day seen in
      *    either log, 96 quarter-hour buckets per day, heads not
      *    parties - the same curve as aws_cobol_dwell.cbl.
       01  DAY-TABLE.
           03  DAY-ENTRY               OCCURS 10 TIMES
                                        INDEXED BY DAY-IDX.
               05  DAY-DATE            PIC  9(8).
               05  DAY-DONE-SW         PIC  9(01).
               05  DAY-IN-CNT          PIC  9(05)  OCCURS 96 TIMES.
               05  DAY-OUT-CNT         PIC  9(05)  OCCURS 96 TIMES.
       01  DAY-USED                    PIC 9(2)    VALUE ZERO.
       01  DAY-MAX                     PIC 9(2)    VALUE 10.
       01  DAY-FOUND-SW                PIC 9(01)   VALUE ZERO.
       01  DAY-CUR                     PIC 9(2)    VALUE ZERO.
       01  DAY-PRT-CNT                 PIC 9(2)    VALUE ZERO.
       01  DAY-MIN-IDX                 PIC 9(2)    VALUE ZERO.
       01  BKT-IDX                     PIC 9(03)   VALUE ZERO.
       01  WS-PARTY-SIZE               PIC 9(03)   VALUE ZERO.
       01  WS-TS-DATE                  PIC 9(8)    VALUE ZERO.
       01  RUN-OCC                     PIC S9(06)  VALUE ZERO.

      *    control-break holds for the sorted pairing - one check-in
      *    per party per session (the door's duplicate rule), paired
      *    with the first departure that follows it.
       01  PRV-LNAME                   PIC  X(10).
       01  PRV-BYEAR                   PIC  9(4).
       01  PRV-BMONTH                  PIC  99.
       01  PRV-BDAY                    PIC  99.
       01  PRV-SESSION-NO              PIC  9(01).
       01  FIRST-REC-SW                PIC 9(01)   VALUE ZERO.
       01  GRP-IN-SW                   PIC 9(01)   VALUE ZERO.
       01  GRP-PAIRED-SW               PIC 9(01)   VALUE ZERO.
       01  GRP-IN-TS                   PIC  X(14).

      *    timestamp arithmetic work area - whole days via the
      *    integer date, seconds within the day from the time part.
       01  WS-TS                       PIC  X(14).
       01  WS-TS-DATE-N                PIC 9(8)    VALUE ZERO.
       01  WS-TS-HH                    PIC 9(02)   VALUE ZERO.
       01  WS-TS-MM                    PIC 9(02)   VALUE ZERO.
       01  WS-TS-SS                    PIC 9(02)   VALUE ZERO.
       01  WS-TS-SECONDS               PIC 9(12)   VALUE ZERO.
       01  WS-IN-SECONDS               PIC 9(12)   VALUE ZERO.
       01  WS-DWELL-SECONDS            PIC S9(12)  VALUE ZERO.
       01  TS-VALID-SW                 PIC 9(01)   VALUE ZERO.

       01  WS-RATE                     PIC 9(03)V9 VALUE ZERO.
       01  AVG-DWELL-MIN               PIC 9(06)   VALUE ZERO.

      *    column heads, field for field over PRT-LINE below.
       01  PRT-HEAD-1.
           03  FILLER                  PIC  X(9)   VALUE "EVENT".
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  FILLER                  PIC  X(8)   VALUE "START".
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  FILLER                  PIC  X(06)  VALUE "INVITD".
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  FILLER                  PIC  X(06)  VALUE "ATTEND".
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  FILLER                  PIC  X(07)  VALUE "NOSHOW%".
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  FILLER                  PIC  X(06)  VALUE "GUESTS".
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  FILLER                  PIC  X(05)  VALUE " OVRD".
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  FILLER                  PIC  X(05)  VALUE " DENY".
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  FILLER                  PIC  X(05)  VALUE "CAPRF".
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  FILLER                  PIC  X(05)  VALUE " PEAK".
           03  FILLER                  PIC  X(01)  VALUE "/".
           03  FILLER                  PIC  X(05)  VALUE "  CAP".
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  FILLER                  PIC  X(05)  VALUE "DWELL".
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  FILLER                  PIC  X(04)  VALUE "FLAG".
       01  PRT-LINE.
           03  PRT-EVT-ID              PIC  X(9).
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-START-DATE          PIC  9(8).
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-INVITED             PIC  ZZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-ATTENDED            PIC  ZZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-NOSHOW-RATE         PIC  ZZZZ9.9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-GUESTS              PIC  ZZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-OVERRIDE            PIC  ZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-DENIED              PIC  ZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-CAP-REFUSED         PIC  ZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-PEAK                PIC  ZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE "/".
           03  PRT-CAPACITY            PIC  ZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-DWELL-MIN           PIC  ZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-FLAG                PIC  X(40).

      *    period figures - only events whose files could all be
      *    read count in, so a flagged event cannot drag the averages
      *    down.
       01  TOT-EVENTS-READ             PIC 9(06)   VALUE ZERO.
       01  TOT-EVENTS-SELECTED         PIC 9(06)   VALUE ZERO.
       01  TOT-EVENTS-COUNTED          PIC 9(06)   VALUE ZERO.
       01  TOT-EVENTS-FLAGGED          PIC 9(06)   VALUE ZERO.
       01  TOT-INVITED                 PIC 9(07)   VALUE ZERO.
       01  TOT-ATTENDED                PIC 9(07)   VALUE ZERO.
       01  TOT-NO-SHOW                 PIC 9(07)   VALUE ZERO.
       01  TOT-GUESTS                  PIC 9(07)   VALUE ZERO.
       01  TOT-OVERRIDE                PIC 9(07)   VALUE ZERO.
       01  TOT-DENIED                  PIC 9(07)   VALUE ZERO.
       01  TOT-CAP-REFUSED             PIC 9(07)   VALUE ZERO.
       01  TOT-PEAK                    PIC 9(08)   VALUE ZERO.
       01  TOT-CAPACITY                PIC 9(08)   VALUE ZERO.
       01  TOT-DWELL-SUM               PIC 9(14)   VALUE ZERO.
       01  TOT-DWELL-CNT               PIC 9(08)   VALUE ZERO.
       01  TOT-HIGH-PEAK               PIC 9(06)   VALUE ZERO.
       01  AVG-N                       PIC 9(07)   VALUE ZERO.
       01  TOT-RATE-DSP                PIC  ZZ9.9.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "PERIOD".
       01  RC-STEP-START-TS            PIC  X(14).
       01  RC-STEP-END-TS              PIC  X(14).
       01  RC-STEP-STATUS              PIC  X(01).
       01  RC-CNT-READ                 PIC 9(07)   VALUE ZERO.
       01  RC-CNT-WRITTEN              PIC 9(07)   VALUE ZERO.
       01  RC-CNT-REJECTED             PIC 9(07)   VALUE ZERO.
       01  RC-NOW-DATE                 PIC 9(8).
       01  RC-NOW-TIME                 PIC 9(8).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM RUN-CONTROL-START.
           DISPLAY "PERIOD SUMMARY".
           PERFORM ACCEPT-PERIOD.

           OPEN    INPUT           EVENT-MASTER.
           IF  EM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN EVENT MASTER " EM-FILE-NAME
                       " STATUS " EM-FILE-STATUS " - RUN ABORTED"
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           DISPLAY PRT-HEAD-1.
           MOVE    ZERO            TO  EM-END.
           PERFORM UNTIL EM-END = CNS-ON
               READ    EVENT-MASTER    NEXT
                   AT END  MOVE    CNS-ON  TO  EM-END
                   NOT AT END
                       ADD     1               TO  TOT-EVENTS-READ
                       IF  EM-START-DATE >= PER-FROM-N AND
                           EM-START-DATE <= PER-TO-N
                           PERFORM PERIOD-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE   EVENT-MASTER.

           PERFORM PRINT-TOTALS.
           MOVE    "C"             TO  RC-STEP-STATUS.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

       ACCEPT-PERIOD.
           MOVE    SPACES          TO  PERIOD-IN.
           ACCEPT  PERIOD-IN       FROM    CONSOLE.
           IF  PER-FROM-DATE IS NOT NUMERIC OR
               PER-TO-DATE   IS NOT NUMERIC
               DISPLAY "INVALID PERIOD " PERIOD-IN
                       " - EXPECTED YYYYMMDD YYYYMMDD - RUN ABORTED"
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.
           MOVE    PER-FROM-DATE   TO  PER-FROM-N.
           MOVE    PER-TO-DATE     TO  PER-TO-N.
           IF  PER-FROM-N > PER-TO-N
               DISPLAY "PERIOD ENDS BEFORE IT STARTS - RUN ABORTED"
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.
           DISPLAY "PERIOD: " PER-FROM-N " TO " PER-TO-N.

      *    one event: the four files read in turn, or the event's
      *    archive in their place, then its line.  a missing file
      *    leaves its columns at zero and is named in the flag.
       PERIOD-ONE-EVENT.
           ADD     1               TO  TOT-EVENTS-SELECTED.
           MOVE    EM-EVT-ID       TO  EVT-ID.
           INITIALIZE EVT-TALLIES.
           MOVE    ZERO            TO  EVT-MISSING-CNT.
           MOVE    SPACES          TO  EVT-FLAG.
           MOVE    1               TO  EVT-FLAG-PTR.
           MOVE    ZERO            TO  IL-SW-OPEN.
           MOVE    ZERO            TO  ARCHIVED-SW.
           IF  EM-ARCH-STATUS = "A" OR EM-ARCH-STATUS = "P"
               MOVE    CNS-ON          TO  ARCHIVED-SW
           END-IF.

           PERFORM RESOLVE-FILE-NAMES.
           IF  ARCHIVED-SW NOT = CNS-ON
               PERFORM TALLY-ROSTER
               PERFORM TALLY-AUDIT
           END-IF.
           INITIALIZE DAY-TABLE.
           MOVE    ZERO            TO  DAY-USED.
           SORT    SORT-WORK
               ON  ASCENDING KEY   SRT-LNAME
               ON  ASCENDING KEY   SRT-BYEAR
               ON  ASCENDING KEY   SRT-BMONTH
               ON  ASCENDING KEY   SRT-BDAY
               ON  ASCENDING KEY   SRT-SESSION-NO
               ON  ASCENDING KEY   SRT-TYPE
               ON  ASCENDING KEY   SRT-TS
               INPUT   PROCEDURE IS RELEASE-EVENT-RECS
               OUTPUT  PROCEDURE IS PAIR-SORTED-RECS.
           PERFORM FIND-PEAK.
           IF  IL-SW-OPEN = CNS-ON
               CLOSE   INVITEE-LIST
               MOVE    ZERO            TO  IL-SW-OPEN
           END-IF.
           IF  EM-STATUS = "O"
               PERFORM ADD-FLAG-STILL-OPEN
           END-IF.
           IF  EVT-MISSING-CNT > ZERO
               ADD     1               TO  TOT-EVENTS-FLAGGED
           ELSE
               PERFORM ADD-TO-TOTALS
           END-IF.
           PERFORM PRINT-EVENT-LINE.

      *    cleared first - the names are rebuilt for every event and a
      *    shorter id must not leave the tail of the last one behind.
       RESOLVE-FILE-NAMES.
           MOVE    SPACES          TO  EVT-FILE-NAME
                                       CKL-FILE-NAME
                                       CKO-FILE-NAME
                                       AUD-FILE-NAME
                                       ARC-FILE-NAME.
           STRING  "INVITEE_LIST_"            DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                   ".dat"                     DELIMITED BY SIZE
                   INTO EVT-FILE-NAME.
           STRING  "CHECKIN_LOG_"             DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                   ".csv"                     DELIMITED BY SIZE
                   INTO CKL-FILE-NAME.
           STRING  "CHECKOUT_LOG_"            DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                   ".csv"                     DELIMITED BY SIZE
                   INTO CKO-FILE-NAME.
           STRING  "AUDIT_LOG_"               DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                   ".csv"                     DELIMITED BY SIZE
                   INTO AUD-FILE-NAME.
           STRING  "ARCHIVE_"                 DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                   ".dat"                     DELIMITED BY SIZE
                   INTO ARC-FILE-NAME.

      *    invited and attended off the roster, the way the
      *    reconciliation report counts them.  the roster stays open
      *    for the guest allowance of older check-in records.
       TALLY-ROSTER.
           MOVE    ZERO            TO  IL-SW-OPEN.
           OPEN    INPUT           INVITEE-LIST.
           IF  IL-FILE-STATUS NOT = "00"
               MOVE    "ROSTER"        TO  FLAG-FILE
               PERFORM ADD-FLAG-MISSING
           ELSE
               MOVE    CNS-ON          TO  IL-SW-OPEN
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    INVITEE-LIST    NEXT
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM TALLY-ONE-INVITEE
                   END-READ
               END-PERFORM
           END-IF.

       TALLY-ONE-INVITEE.
           ADD     1               TO  EVT-INVITED.
           IF  IL-CHECKED-IN = "Y"
               ADD     1               TO  EVT-ATTENDED
           ELSE
               ADD     1               TO  EVT-NO-SHOW
           END-IF.

       TALLY-AUDIT.
           OPEN    INPUT           AUDIT-LOG.
           IF  AUD-FILE-STATUS NOT = "00"
               MOVE    "AUDIT"         TO  FLAG-FILE
               PERFORM ADD-FLAG-MISSING
           ELSE
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    AUDIT-LOG
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM TALLY-ONE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE   AUDIT-LOG
           END-IF.

       TALLY-ONE-AUDIT.
           IF  AUD-OUTCOME-CD IS NUMERIC
               IF  AUD-OUTCOME-CD = DENY-CD
                   ADD     1               TO  EVT-DENIED
               END-IF
               IF  AUD-OUTCOME-CD = CAPACITY-CD
                   ADD     1               TO  EVT-CAP-REFUSED
               END-IF
           END-IF.

      *    the missing file's short name arrives in FLAG-FILE.
       ADD-FLAG-MISSING.
           IF  EVT-MISSING-CNT = ZERO
               STRING  "NO FILE:"              DELIMITED BY SIZE
                       INTO EVT-FLAG
                       WITH POINTER EVT-FLAG-PTR
           END-IF.
           ADD     1               TO  EVT-MISSING-CNT.
           STRING  " "                     DELIMITED BY SIZE
                   FLAG-FILE               DELIMITED BY SPACE
                   INTO EVT-FLAG
                   WITH POINTER EVT-FLAG-PTR.

       ADD-FLAG-STILL-OPEN.
           IF  EVT-FLAG-PTR > 1
               STRING  " -"                    DELIMITED BY SIZE
                       INTO EVT-FLAG
                       WITH POINTER EVT-FLAG-PTR
           END-IF.
           STRING  " STILL OPEN"           DELIMITED BY SIZE
                   INTO EVT-FLAG
                   WITH POINTER EVT-FLAG-PTR.

       RELEASE-EVENT-RECS.
           IF  ARCHIVED-SW = CNS-ON
               PERFORM RELEASE-ARCHIVE
           ELSE
               PERFORM RELEASE-BOTH-LOGS
           END-IF.

      *    one pass over each log: every record goes to the sort for
      *    the dwell pairing, and the curve, guests and overrides are
      *    taken on the way past.
       RELEASE-BOTH-LOGS.
           OPEN    INPUT           CHECKIN-LOG.
           IF  CKL-FILE-STATUS NOT = "00"
               MOVE    "CHECKIN"       TO  FLAG-FILE
               PERFORM ADD-FLAG-MISSING
           ELSE
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    CHECKIN-LOG
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM RELEASE-ONE-ARRIVAL
                   END-READ
               END-PERFORM
               CLOSE   CHECKIN-LOG
           END-IF.

           OPEN    INPUT           CHECKOUT-LOG.
           IF  CKO-FILE-STATUS NOT = "00"
               MOVE    "CHECKOUT"      TO  FLAG-FILE
               PERFORM ADD-FLAG-MISSING
           ELSE
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    CHECKOUT-LOG
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM RELEASE-ONE-DEPARTURE
                   END-READ
               END-PERFORM
               CLOSE   CHECKOUT-LOG
           END-IF.

      *    one pass over the archive in place of the live files.
      *    the manifest records come ahead of the data and give each
      *    file number its kind; the roster's records come ahead of
      *    the check-in log's, so its allowances are in hand by then.
       RELEASE-ARCHIVE.
           OPEN    INPUT           ARCHIVE-FILE.
           IF  ARC-FILE-STATUS NOT = "00"
               MOVE    "ARCHIVE"       TO  FLAG-FILE
               PERFORM ADD-FLAG-MISSING
           ELSE
               MOVE    SPACES          TO  ARK-TABLE
               MOVE    ZERO            TO  ARS-USED
               MOVE    ZERO            TO  ARS-FULL-SW
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    ARCHIVE-FILE
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM RELEASE-ONE-ARCHIVED
                   END-READ
               END-PERFORM
               CLOSE   ARCHIVE-FILE
           END-IF.

      *    each record image is laid back over its own file's record
      *    and taken exactly as the live file's would be.
       RELEASE-ONE-ARCHIVED.
           EVALUATE AR-REC-TYPE
               WHEN "M"
                   IF  AM-FILE-NO >= 1 AND AM-FILE-NO <= 60
                       MOVE    AM-FILE-KIND
                                       TO  ARK-KIND ( AM-FILE-NO )
                   END-IF
               WHEN "D"
                   IF  AR-FILE-NO >= 1 AND AR-FILE-NO <= 60
                       EVALUATE ARK-KIND ( AR-FILE-NO )
                           WHEN "ROST"
                               MOVE    AR-DATA     TO  INVITEE-LIST-REC
                               PERFORM TALLY-ONE-INVITEE
                               PERFORM NOTE-ARCHIVED-ALLOWANCE
                           WHEN "CKIN"
                               MOVE    AR-DATA     TO  CHECKIN-LOG-REC
                               PERFORM RELEASE-ONE-ARRIVAL
                           WHEN "CKOT"
                               MOVE    AR-DATA     TO  CHECKOUT-LOG-REC
                               PERFORM RELEASE-ONE-DEPARTURE
                           WHEN "AUDT"
                               MOVE    AR-DATA     TO  AUDIT-LOG-REC
                               PERFORM TALLY-ONE-AUDIT
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

      *    a roster past the table limit still counts in full; only
      *    the allowance of the invitees past it is lost.
       NOTE-ARCHIVED-ALLOWANCE.
           IF  ARS-USED < ARS-MAX
               ADD     1               TO  ARS-USED
               MOVE    IL-KEY          TO  ARS-KEY ( ARS-USED )
               MOVE    IL-GUESTS       TO  ARS-GUESTS ( ARS-USED )
           ELSE
               IF  ARS-FULL-SW NOT = CNS-ON
                   MOVE    CNS-ON          TO  ARS-FULL-SW
                   DISPLAY "WARNING: " EVT-ID " archived roster over "
                           ARS-MAX " rows - guest allowances incomplete"
               END-IF
           END-IF.

      *    heads in: the record's own arrived-guest count when it
      *    carries one, else the roster allowance, an override as a
      *    party of one.
       RELEASE-ONE-ARRIVAL.
           MOVE    1               TO  WS-PARTY-SIZE.
           IF  CKL-OVERRIDE-FL = "Y"
               ADD     1               TO  EVT-OVERRIDE
           ELSE
               PERFORM ADD-ROSTER-ALLOWANCE
           END-IF.
           IF  CKL-GUESTS IS NUMERIC
               COMPUTE WS-PARTY-SIZE = 1 + CKL-GUESTS
           END-IF.
           COMPUTE EVT-GUESTS = EVT-GUESTS + WS-PARTY-SIZE - 1.

           MOVE    CKL-ARRIVE-TS   TO  WS-TS.
           PERFORM FIND-DAY-BUCKET.
           IF  DAY-FOUND-SW = CNS-ON
               ADD     WS-PARTY-SIZE   TO  DAY-IN-CNT
                                           ( DAY-CUR BKT-IDX )
           END-IF.

           MOVE    CKL-LNAME       TO  SRT-LNAME.
           MOVE    CKL-BYEAR       TO  SRT-BYEAR.
           MOVE    CKL-BMONTH      TO  SRT-BMONTH.
           MOVE    CKL-BDAY        TO  SRT-BDAY.
           MOVE    1               TO  SRT-SESSION-NO.
           IF  CKL-SESSION-NO IS NUMERIC
               IF  CKL-SESSION-NO >= 1 AND CKL-SESSION-NO <= 7
                   MOVE    CKL-SESSION-NO  TO  SRT-SESSION-NO
               END-IF
           END-IF.
           MOVE    "I"             TO  SRT-TYPE.
           MOVE    CKL-ARRIVE-TS   TO  SRT-TS.
           MOVE    SPACE           TO  SRT-AUTO-FL.
           RELEASE SORT-WORK-REC.

      *    the live roster by key, or the archived roster's table -
      *    matched there on the record's own key bytes, since a
      *    purged archive has spaces where the birth date was.
       ADD-ROSTER-ALLOWANCE.
           MOVE    CKL-LNAME       TO  IL-LNAME.
           MOVE    CKL-BYEAR       TO  IL-BYEAR.
           MOVE    CKL-BMONTH      TO  IL-BMONTH.
           MOVE    CKL-BDAY        TO  IL-BDAY.
           IF  IL-SW-OPEN = CNS-ON
               READ    INVITEE-LIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD     IL-GUESTS       TO  WS-PARTY-SIZE
               END-READ
           ELSE
               IF  ARCHIVED-SW = CNS-ON AND CKL-GUESTS IS NOT NUMERIC
                   SET     ARS-IDX         TO  1
                   SEARCH  ARS-ENTRY
                       AT END  CONTINUE
                       WHEN ARS-IDX > ARS-USED
                           CONTINUE
                       WHEN ARS-KEY ( ARS-IDX ) =
                            CHECKIN-LOG-REC ( 11 : 18 )
                           ADD     ARS-GUESTS ( ARS-IDX )
                                               TO  WS-PARTY-SIZE
                   END-SEARCH
               END-IF
           END-IF.

       RELEASE-ONE-DEPARTURE.
           MOVE    1               TO  WS-PARTY-SIZE.
           IF  CKO-GUESTS IS NUMERIC
               COMPUTE WS-PARTY-SIZE = 1 + CKO-GUESTS
           END-IF.

           MOVE    CKO-DEPART-TS   TO  WS-TS.
           PERFORM FIND-DAY-BUCKET.
           IF  DAY-FOUND-SW = CNS-ON
               ADD     WS-PARTY-SIZE   TO  DAY-OUT-CNT
                                           ( DAY-CUR BKT-IDX )
           END-IF.

           MOVE    CKO-LNAME       TO  SRT-LNAME.
           MOVE    CKO-BYEAR       TO  SRT-BYEAR.
           MOVE    CKO-BMONTH      TO  SRT-BMONTH.
           MOVE    CKO-BDAY        TO  SRT-BDAY.
           MOVE    1               TO  SRT-SESSION-NO.
           IF  CKO-SESSION-NO IS NUMERIC
               IF  CKO-SESSION-NO >= 1 AND CKO-SESSION-NO <= 7
                   MOVE    CKO-SESSION-NO  TO  SRT-SESSION-NO
               END-IF
           END-IF.
           MOVE    "O"             TO  SRT-TYPE.
           MOVE    CKO-DEPART-TS   TO  SRT-TS.
           MOVE    CKO-AUTO-FL     TO  SRT-AUTO-FL.
           RELEASE SORT-WORK-REC.

      *    quarter-hour bucket for the timestamp in WS-TS - a record
      *    with a mangled timestamp is left out of the curve but
      *    still reaches the dwell pairing, which validates again.
       FIND-DAY-BUCKET.
           MOVE    ZERO            TO  DAY-FOUND-SW.
           IF  WS-TS ( 1 : 14 ) IS NUMERIC
               MOVE    WS-TS ( 1 : 8 )     TO  WS-TS-DATE
               MOVE    WS-TS ( 9 : 2 )     TO  WS-TS-HH
               MOVE    WS-TS ( 11 : 2 )    TO  WS-TS-MM
               IF  WS-TS-HH < 24 AND WS-TS-MM < 60
                   COMPUTE BKT-IDX =
                           WS-TS-HH * 4 + WS-TS-MM / 15 + 1
                   PERFORM FIND-DAY-ROW
               END-IF
           END-IF.

       FIND-DAY-ROW.
           MOVE    ZERO            TO  DAY-CUR.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-USED OR DAY-FOUND-SW = CNS-ON
               IF  DAY-DATE ( DAY-IDX ) = WS-TS-DATE
                   SET     DAY-CUR         TO  DAY-IDX
                   MOVE    CNS-ON          TO  DAY-FOUND-SW
               END-IF
           END-PERFORM.
           IF  DAY-FOUND-SW NOT = CNS-ON
               IF  DAY-USED < DAY-MAX
                   ADD     1               TO  DAY-USED
                   MOVE    WS-TS-DATE      TO  DAY-DATE ( DAY-USED )
                   MOVE    DAY-USED        TO  DAY-CUR
                   MOVE    CNS-ON          TO  DAY-FOUND-SW
               ELSE
                   DISPLAY "WARNING: " EVT-ID " day table full at "
                           DAY-MAX " days - peak is incomplete"
               END-IF
           END-IF.

      *    control-break walk over the sorted records: one group per
      *    party and session, the check-in first, paired with the
      *    first departure behind it.
       PAIR-SORTED-RECS.
           MOVE    ZERO            TO  SW-END.
           MOVE    ZERO            TO  FIRST-REC-SW.
           PERFORM UNTIL SW-END = CNS-ON
               RETURN  SORT-WORK
                   AT END  MOVE    CNS-ON  TO  SW-END
                   NOT AT END  PERFORM PAIR-ONE-REC
               END-RETURN
           END-PERFORM.

       PAIR-ONE-REC.
           IF  FIRST-REC-SW NOT = CNS-ON OR
               SRT-LNAME      NOT = PRV-LNAME  OR
               SRT-BYEAR      NOT = PRV-BYEAR  OR
               SRT-BMONTH     NOT = PRV-BMONTH OR
               SRT-BDAY       NOT = PRV-BDAY   OR
               SRT-SESSION-NO NOT = PRV-SESSION-NO
               MOVE    CNS-ON          TO  FIRST-REC-SW
               MOVE    SRT-LNAME       TO  PRV-LNAME
               MOVE    SRT-BYEAR       TO  PRV-BYEAR
               MOVE    SRT-BMONTH      TO  PRV-BMONTH
               MOVE    SRT-BDAY        TO  PRV-BDAY
               MOVE    SRT-SESSION-NO  TO  PRV-SESSION-NO
               MOVE    ZERO            TO  GRP-IN-SW
               MOVE    ZERO            TO  GRP-PAIRED-SW
           END-IF.
           IF  SRT-TYPE = "I"
               IF  GRP-IN-SW NOT = CNS-ON
                   MOVE    CNS-ON          TO  GRP-IN-SW
                   MOVE    SRT-TS          TO  GRP-IN-TS
               END-IF
           ELSE
      *        a swept (auto) departure closes the stay but carries
      *        no dwell time - the party did not really leave then.
               IF  GRP-IN-SW = CNS-ON AND GRP-PAIRED-SW NOT = CNS-ON
                   IF  SRT-AUTO-FL = "Y"
                       MOVE    CNS-ON          TO  GRP-PAIRED-SW
                   ELSE
                       PERFORM PAIR-ONE-DWELL
                   END-IF
               END-IF
           END-IF.

       PAIR-ONE-DWELL.
           MOVE    GRP-IN-TS       TO  WS-TS.
           PERFORM TS-TO-SECONDS.
           IF  TS-VALID-SW = CNS-ON
               MOVE    WS-TS-SECONDS   TO  WS-IN-SECONDS
               MOVE    SRT-TS          TO  WS-TS
               PERFORM TS-TO-SECONDS
               IF  TS-VALID-SW = CNS-ON
                   COMPUTE WS-DWELL-SECONDS =
                           WS-TS-SECONDS - WS-IN-SECONDS
                   IF  WS-DWELL-SECONDS >= ZERO
                       MOVE    CNS-ON          TO  GRP-PAIRED-SW
                       ADD     WS-DWELL-SECONDS TO EVT-DWELL-SUM
                       ADD     1               TO  EVT-DWELL-CNT
                   END-IF
               END-IF
           END-IF.

      *    yyyymmddhhmmss to absolute seconds - whole days through
      *    the integer date so a stay across midnight comes out
      *    right.
       TS-TO-SECONDS.
           MOVE    ZERO            TO  TS-VALID-SW.
           IF  WS-TS ( 1 : 14 ) IS NUMERIC
               MOVE    WS-TS ( 1 : 8 )     TO  WS-TS-DATE-N
               MOVE    WS-TS ( 9 : 2 )     TO  WS-TS-HH
               MOVE    WS-TS ( 11 : 2 )    TO  WS-TS-MM
               MOVE    WS-TS ( 13 : 2 )    TO  WS-TS-SS
               IF  WS-TS-HH < 24 AND WS-TS-MM < 60 AND WS-TS-SS < 60
                   COMPUTE WS-TS-SECONDS =
                           FUNCTION INTEGER-OF-DATE ( WS-TS-DATE-N )
                           * 86400 + WS-TS-HH * 3600
                           + WS-TS-MM * 60 + WS-TS-SS
                   MOVE    CNS-ON          TO  TS-VALID-SW
               END-IF
           END-IF.

      *    the curve walked day by day in date order with the running
      *    occupancy carried across midnight, keeping the highest.
       FIND-PEAK.
           MOVE    ZERO            TO  RUN-OCC.
           MOVE    ZERO            TO  EVT-PEAK.
           PERFORM VARYING DAY-PRT-CNT FROM 1 BY 1
                   UNTIL DAY-PRT-CNT > DAY-USED
               PERFORM FIND-NEXT-DAY
               IF  DAY-MIN-IDX > ZERO
                   PERFORM PEAK-ONE-DAY
               END-IF
           END-PERFORM.

       FIND-NEXT-DAY.
           MOVE    ZERO            TO  DAY-MIN-IDX.
           PERFORM VARYING DAY-CUR FROM 1 BY 1
                   UNTIL DAY-CUR > DAY-USED
               IF  DAY-DONE-SW ( DAY-CUR ) NOT = CNS-ON
                   IF  DAY-MIN-IDX = ZERO
                       MOVE    DAY-CUR         TO  DAY-MIN-IDX
                   ELSE
                       IF  DAY-DATE ( DAY-CUR ) <
                           DAY-DATE ( DAY-MIN-IDX )
                           MOVE    DAY-CUR         TO  DAY-MIN-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PEAK-ONE-DAY.
           MOVE    CNS-ON          TO  DAY-DONE-SW ( DAY-MIN-IDX ).
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 96
               COMPUTE RUN-OCC = RUN-OCC
                       + DAY-IN-CNT  ( DAY-MIN-IDX BKT-IDX )
                       - DAY-OUT-CNT ( DAY-MIN-IDX BKT-IDX )
               IF  RUN-OCC > EVT-PEAK
                   MOVE    RUN-OCC         TO  EVT-PEAK
               END-IF
           END-PERFORM.

       ADD-TO-TOTALS.
           ADD     1               TO  TOT-EVENTS-COUNTED.
           ADD     EVT-INVITED     TO  TOT-INVITED.
           ADD     EVT-ATTENDED    TO  TOT-ATTENDED.
           ADD     EVT-NO-SHOW     TO  TOT-NO-SHOW.
           ADD     EVT-GUESTS      TO  TOT-GUESTS.
           ADD     EVT-OVERRIDE    TO  TOT-OVERRIDE.
           ADD     EVT-DENIED      TO  TOT-DENIED.
           ADD     EVT-CAP-REFUSED TO  TOT-CAP-REFUSED.
           ADD     EVT-PEAK        TO  TOT-PEAK.
           ADD     EM-CAPACITY     TO  TOT-CAPACITY.
           ADD     EVT-DWELL-SUM   TO  TOT-DWELL-SUM.
           ADD     EVT-DWELL-CNT   TO  TOT-DWELL-CNT.
           IF  EVT-PEAK > TOT-HIGH-PEAK
               MOVE    EVT-PEAK        TO  TOT-HIGH-PEAK
           END-IF.

       PRINT-EVENT-LINE.
           MOVE    EVT-ID          TO  PRT-EVT-ID.
           MOVE    EM-START-DATE   TO  PRT-START-DATE.
           MOVE    EVT-INVITED     TO  PRT-INVITED.
           MOVE    EVT-ATTENDED    TO  PRT-ATTENDED.
           MOVE    ZERO            TO  WS-RATE.
           IF  EVT-INVITED > ZERO
               COMPUTE WS-RATE ROUNDED =
                       EVT-NO-SHOW * 100 / EVT-INVITED
           END-IF.
           MOVE    WS-RATE         TO  PRT-NOSHOW-RATE.
           MOVE    EVT-GUESTS      TO  PRT-GUESTS.
           MOVE    EVT-OVERRIDE    TO  PRT-OVERRIDE.
           MOVE    EVT-DENIED      TO  PRT-DENIED.
           MOVE    EVT-CAP-REFUSED TO  PRT-CAP-REFUSED.
           MOVE    EVT-PEAK        TO  PRT-PEAK.
           MOVE    EM-CAPACITY     TO  PRT-CAPACITY.
           MOVE    ZERO            TO  AVG-DWELL-MIN.
           IF  EVT-DWELL-CNT > ZERO
               COMPUTE AVG-DWELL-MIN =
                       EVT-DWELL-SUM / EVT-DWELL-CNT / 60
           END-IF.
           MOVE    AVG-DWELL-MIN   TO  PRT-DWELL-MIN.
           MOVE    EVT-FLAG        TO  PRT-FLAG.
           DISPLAY PRT-LINE.

      *    the averages are per event counted, except the no-show
      *    rate and the dwell time, which are taken over every
      *    invitee and every paired stay in the period.
       PRINT-TOTALS.
           DISPLAY "EVENTS ON MASTER:         " TOT-EVENTS-READ.
           DISPLAY "EVENTS IN PERIOD:         " TOT-EVENTS-SELECTED.
           DISPLAY "EVENTS FLAGGED:           " TOT-EVENTS-FLAGGED.
           DISPLAY "EVENTS COUNTED:           " TOT-EVENTS-COUNTED.
           DISPLAY "PERIOD TOTALS:".
           DISPLAY "  INVITED:                " TOT-INVITED.
           DISPLAY "  ATTENDED:               " TOT-ATTENDED.
           DISPLAY "  NO-SHOWS:               " TOT-NO-SHOW.
           MOVE    ZERO            TO  WS-RATE.
           IF  TOT-INVITED > ZERO
               COMPUTE WS-RATE ROUNDED =
                       TOT-NO-SHOW * 100 / TOT-INVITED
           END-IF.
           MOVE    WS-RATE         TO  TOT-RATE-DSP.
           DISPLAY "  NO-SHOW RATE %:         " TOT-RATE-DSP.
           DISPLAY "  GUESTS BROUGHT:         " TOT-GUESTS.
           DISPLAY "  OVERRIDE ADMISSIONS:    " TOT-OVERRIDE.
           DISPLAY "  DENY-LIST REFUSALS:     " TOT-DENIED.
           DISPLAY "  CAPACITY REFUSALS:      " TOT-CAP-REFUSED.
           DISPLAY "  HIGHEST PEAK:           " TOT-HIGH-PEAK.
           DISPLAY "PERIOD AVERAGES PER EVENT:".
           IF  TOT-EVENTS-COUNTED > ZERO
               COMPUTE AVG-N ROUNDED =
                       TOT-INVITED / TOT-EVENTS-COUNTED
               DISPLAY "  INVITED:                " AVG-N
               COMPUTE AVG-N ROUNDED =
                       TOT-ATTENDED / TOT-EVENTS-COUNTED
               DISPLAY "  ATTENDED:               " AVG-N
               COMPUTE AVG-N ROUNDED =
                       TOT-GUESTS / TOT-EVENTS-COUNTED
               DISPLAY "  GUESTS BROUGHT:         " AVG-N
               COMPUTE AVG-N ROUNDED =
                       TOT-PEAK / TOT-EVENTS-COUNTED
               DISPLAY "  PEAK OCCUPANCY:         " AVG-N
               COMPUTE AVG-N ROUNDED =
                       TOT-CAPACITY / TOT-EVENTS-COUNTED
               DISPLAY "  CAPACITY:               " AVG-N
           END-IF.
           MOVE    ZERO            TO  AVG-DWELL-MIN.
           IF  TOT-DWELL-CNT > ZERO
               COMPUTE AVG-DWELL-MIN =
                       TOT-DWELL-SUM / TOT-DWELL-CNT / 60
           END-IF.
           DISPLAY "  DWELL TIME (MINUTES):   " AVG-DWELL-MIN.

       RUN-CONTROL-COUNTS.
           MOVE    TOT-EVENTS-READ     TO  RC-CNT-READ.
           MOVE    TOT-EVENTS-SELECTED TO  RC-CNT-WRITTEN.
           MOVE    TOT-EVENTS-FLAGGED  TO  RC-CNT-REJECTED.

      *    run-control row for the close-of-event job stream, marked
      *    running here and completed or failed by RUN-CONTROL-END,
      *    so aws_cobol_close.cbl can tell a finished step from one
      *    that died part way.  the file only records the run - one
      *    that cannot be opened is reported and the step carries on.
       RUN-CONTROL-START.
           ACCEPT  RC-NOW-DATE     FROM DATE YYYYMMDD.
           ACCEPT  RC-NOW-TIME     FROM TIME.
           MOVE    RC-NOW-DATE     TO  RC-STEP-START-TS ( 1 : 8 ).
           MOVE    RC-NOW-TIME     TO  RC-STEP-START-TS ( 9 : 6 ).
           MOVE    SPACES          TO  RC-STEP-END-TS.
           MOVE    "R"             TO  RC-STEP-STATUS.
           PERFORM WRITE-RUN-CONTROL.

      *    the caller sets RC-STEP-STATUS to "C" or "F" first.
       RUN-CONTROL-END.
           ACCEPT  RC-NOW-DATE     FROM DATE YYYYMMDD.
           ACCEPT  RC-NOW-TIME     FROM TIME.
           MOVE    RC-NOW-DATE     TO  RC-STEP-END-TS ( 1 : 8 ).
           MOVE    RC-NOW-TIME     TO  RC-STEP-END-TS ( 9 : 6 ).
           PERFORM RUN-CONTROL-COUNTS.
           PERFORM WRITE-RUN-CONTROL.

      *    the summary covers many events, so its row is filed under
      *    a blank event id.
       WRITE-RUN-CONTROL.
           OPEN    I-O             RUN-CONTROL.
           IF  RC-FILE-STATUS = "35"
               OPEN    OUTPUT          RUN-CONTROL
               CLOSE   RUN-CONTROL
               OPEN    I-O             RUN-CONTROL
           END-IF.
           IF  RC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CANNOT OPEN RUN CONTROL "
                       RC-FILE-NAME " STATUS " RC-FILE-STATUS
           ELSE
               MOVE    SPACES          TO  RC-EVT-ID
               MOVE    RC-STEP-NAME    TO  RC-STEP
               MOVE    RC-STEP-START-TS TO RC-START-TS
               MOVE    RC-STEP-END-TS  TO  RC-END-TS
               MOVE    RC-CNT-READ     TO  RC-RECS-READ
               MOVE    RC-CNT-WRITTEN  TO  RC-RECS-WRITTEN
               MOVE    RC-CNT-REJECTED TO  RC-RECS-REJECTED
               MOVE    RC-STEP-STATUS  TO  RC-STATUS
               WRITE   RUN-CONTROL-REC
                   INVALID KEY REWRITE RUN-CONTROL-REC
               END-WRITE
               CLOSE   RUN-CONTROL
           END-IF.
