      ******************************************************************
      *  evacuation muster roll-call.  when the alarm goes, the live
      *  occupancy query gives the marshals a headcount but no names.
      *  this batch builds the list of everyone inside the event for
      *  a session: the check-in log is cross-matched against the
      *  check-out log the way the close-of-day sweep does it, and a
      *  party with an arrival and no departure is inside.  each
      *  party's named guests flagged arrived for the session on the
      *  guest file are listed under their own names; guests counted
      *  in at the door with no name on file are carried as a count
      *  on the party's own line so the headcount still adds up.
      *
      *  the roll is written to the indexed muster file
      *  MUSTER_<event>.dat, one row per person, and printed grouped
      *  by the station each party came in through.  marshals at the
      *  assembly points then mark people accounted for with the
      *  door's "MU" request, and aws_cobol_muster_rpt.cbl lists
      *  whoever is still missing - as often as it is asked.
      *
      *  the session is read from the console after the event id;
      *  blank or "0" means session 1.  a muster already under way
      *  (anyone marked accounted) is only rebuilt when the next
      *  console line answers Y - rebuilding throws the marks away.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_muster.
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
           SELECT  GUEST-LIST      ASSIGN  TO  DYNAMIC  GST-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  GST-KEY
                                    FILE   STATUS  IS  GST-FILE-STATUS.
           SELECT  MUSTER-FILE     ASSIGN  TO  DYNAMIC  MU-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  MU-KEY
                                    FILE   STATUS  IS  MU-FILE-STATUS.
           SELECT  SORT-WORK       ASSIGN  TO  "SORTWORK".
           SELECT  ROLL-WORK       ASSIGN  TO  "ROLLWORK".
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
           03  CKO-AUTO-FL             PIC  X(01).

      *    named plus-ones, keyed off the invitee's roster key plus a
      *    sequence number, with one arrival flag per session.
       FD  GUEST-LIST
           LABEL   RECORD      IS  STANDARD.
       01  GUEST-LIST-REC.
           03  GST-KEY.
               05  GST-INV-LNAME        PIC  X(10).
               05  GST-INV-BYEAR        PIC  9(4).
               05  GST-INV-BMONTH       PIC  99.
               05  GST-INV-BDAY         PIC  99.
               05  GST-SEQ              PIC  9(02).
           03  GST-FNAME               PIC  X(10).
           03  GST-LNAME               PIC  X(10).
           03  GST-SESS-FLAGS.
               05  GST-SESS-ARRIVED     PIC  X(01)  OCCURS 7 TIMES.

      *    muster roll - one row per person inside when the roll was
      *    built.  the key leads with the row type (I = invitee,
      *    O = supervisor override, G = named guest) and the party's
      *    last name folded to upper case, so the door finds a row
      *    the way it finds a roster row.  a guest row carries the
      *    inviting party's key plus the guest file's sequence number
      *    and the guest's own name beside it.
       FD  MUSTER-FILE
           LABEL   RECORD      IS  STANDARD.
       01  MUSTER-REC.
           03  MU-KEY.
               05  MU-TYPE              PIC  X(01).
               05  MU-LNAME             PIC  X(10).
               05  MU-BYEAR             PIC  9(4).
               05  MU-BMONTH            PIC  99.
               05  MU-BDAY              PIC  99.
               05  MU-SEQ               PIC  9(02).
           03  MU-PERSON-FNAME         PIC  X(10).
           03  MU-PERSON-LNAME         PIC  X(10).
           03  MU-TIER                 PIC  X(01).
           03  MU-STATION-ID           PIC  X(4).
           03  MU-SESSION-NO           PIC  9(01).
           03  MU-ARRIVE-TS            PIC  X(14).
      *        guests counted in with the party who have no name on
      *        the guest file - carried on the party's own row.
           03  MU-UNNAMED-GUESTS       PIC  9(02).
      *        Y once a marshal has accounted for the person.
           03  MU-ACCOUNTED            PIC  X(01).
           03  MU-ACCOUNTED-TS         PIC  X(14).
           03  MU-ACCOUNTED-AT         PIC  X(4).

      *    one record per check-in ("I") or check-out ("O") for the
      *    session, sorted so each party's records sit together,
      *    arrival first ("I" collates before "O").
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           03  SRT-LNAME               PIC  X(10).
           03  SRT-BYEAR               PIC  9(4).
           03  SRT-BMONTH              PIC  99.
           03  SRT-BDAY                PIC  99.
           03  SRT-TYPE                PIC  X(01).
           03  SRT-FNAME               PIC  X(10).
           03  SRT-GUESTS              PIC  9(02).
           03  SRT-STATION-ID          PIC  X(4).
           03  SRT-OVERRIDE-FL         PIC  X(01).
           03  SRT-ARRIVE-TS           PIC  X(14).

      *    the finished roll, sorted by entry station for printing.
       SD  ROLL-WORK.
       01  ROLL-WORK-REC.
           03  RL-STATION-ID           PIC  X(4).
           03  RL-LNAME                PIC  X(10).
           03  RL-BYEAR                PIC  9(4).
           03  RL-BMONTH               PIC  99.
           03  RL-BDAY                 PIC  99.
           03  RL-SEQ                  PIC  9(02).
           03  RL-TYPE                 PIC  X(01).
           03  RL-PERSON-FNAME         PIC  X(10).
           03  RL-PERSON-LNAME         PIC  X(10).
           03  RL-TIER                 PIC  X(01).
           03  RL-ARRIVE-TS            PIC  X(14).
           03  RL-UNNAMED-GUESTS       PIC  9(02).

      *    event master - one row per event, maintained by
      *    aws_cobol_evt.cbl.  consulted only to refuse an event id
      *    that is not in it.
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
       01  CNS-ON                      PIC 9(01)   VALUE   1.

       01  EVT-ID                      PIC  X(9).
       01  EVT-FILE-NAME               PIC  X(40).
       01  CKL-FILE-NAME               PIC  X(40).
       01  CKO-FILE-NAME               PIC  X(40).
       01  GST-FILE-NAME               PIC  X(40).
       01  MU-FILE-NAME                PIC  X(40).
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  IL-FILE-STATUS              PIC X(02).
       01  CKL-FILE-STATUS             PIC X(02).
       01  CKO-FILE-STATUS             PIC X(02).
       01  GST-FILE-STATUS             PIC X(02).
       01  MU-FILE-STATUS              PIC X(02).
       01  EM-FILE-STATUS              PIC X(02).
       01  IL-SW-OPEN                  PIC 9(01)   VALUE   ZERO.
       01  GST-SW-OPEN                 PIC 9(01)   VALUE   ZERO.

       01  LIST-DATA.
           03  LST-FNAME               PIC  X(10).
           03  LST-LNAME               PIC  X(10).
           03  LST-BYEAR               PIC  9(4).
           03  LST-BMONTH              PIC  Z9.
           03  LST-BDAY                PIC  Z9.
           03  LST-CHECKED-IN          PIC  X(01).
           03  LST-GUESTS               PIC  9(02).
           03  LST-TIER                PIC  X(01).
           03  LST-SESS-FLAGS.
               05  LST-SESS-CHECKED-IN  PIC  X(01)  OCCURS 7 TIMES.
           03  LST-ADMIT-CD            PIC  X(08).
           03  LST-ORG-CD              PIC  X(06).

      *    the session being mustered, from the console - blank or
      *    "0" means session 1, like everywhere else.
       01  MUSTER-SESS-IN              PIC  X(01).
       01  MUSTER-SESS-N               PIC 9(01)   VALUE   1.
       01  WS-REC-SESS-N               PIC 9(01)   VALUE   1.
       01  REBUILD-IN                  PIC  X(01).
       01  MARKED-FOUND-SW             PIC 9(01)   VALUE   ZERO.

      *    control-break holds - one check-in per party per session
      *    (the door's duplicate rule), so a group with an "I" and no
      *    "O" is a party still inside.
       01  PRV-LNAME                   PIC  X(10).
       01  PRV-BYEAR                   PIC  9(4).
       01  PRV-BMONTH                  PIC  99.
       01  PRV-BDAY                    PIC  99.
       01  FIRST-REC-SW                PIC 9(01)   VALUE ZERO.
       01  GRP-IN-SW                   PIC 9(01)   VALUE ZERO.
       01  GRP-OUT-SW                  PIC 9(01)   VALUE ZERO.
       01  GRP-FNAME                   PIC  X(10).
       01  GRP-GUESTS                  PIC 9(02)   VALUE ZERO.
       01  GRP-STATION-ID              PIC  X(4).
       01  GRP-OVERRIDE-FL             PIC  X(01).
       01  GRP-ARRIVE-TS               PIC  X(14).
       01  GRP-NAMED-N                 PIC 9(02)   VALUE ZERO.
       01  WS-FOLDED-LNAME             PIC  X(10).
       01  GST-SCAN-END                PIC 9(01)   VALUE ZERO.

      *    station-break holds for the printed roll.
       01  PRV-STATION-ID              PIC  X(4).
       01  STN-PEOPLE                  PIC 9(05)   VALUE ZERO.
       01  DSP-STATION-ID              PIC  X(6).
       01  DSP-TYPE                    PIC  X(8).
       01  DSP-ARRIVE                  PIC  X(5).

       01  CNT-CHECKED-IN              PIC 9(06)   VALUE ZERO.
       01  CNT-PARTIES-IN              PIC 9(06)   VALUE ZERO.
       01  CNT-PEOPLE                  PIC 9(06)   VALUE ZERO.
       01  CNT-NAMED-GUESTS            PIC 9(06)   VALUE ZERO.
       01  CNT-UNNAMED                 PIC 9(06)   VALUE ZERO.
       01  CNT-HEADCOUNT               PIC 9(06)   VALUE ZERO.
       01  CNT-NOT-WRITTEN             PIC 9(06)   VALUE ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "MUSTER".
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
           PERFORM RESOLVE-FILE-NAMES.
           PERFORM VALIDATE-EVENT.
           PERFORM ACCEPT-MUSTER-SESSION.
           PERFORM RUN-CONTROL-START.
           DISPLAY "EVACUATION MUSTER ROLL-CALL".
           DISPLAY "EVENT ID: " EVT-ID "  SESSION: " MUSTER-SESS-N.

           PERFORM CHECK-MUSTER-UNDER-WAY.
           PERFORM OPEN-FILES.

           SORT    SORT-WORK
               ON  ASCENDING KEY   SRT-LNAME
               ON  ASCENDING KEY   SRT-BYEAR
               ON  ASCENDING KEY   SRT-BMONTH
               ON  ASCENDING KEY   SRT-BDAY
               ON  ASCENDING KEY   SRT-TYPE
               INPUT   PROCEDURE IS RELEASE-SESSION-RECS
               OUTPUT  PROCEDURE IS BUILD-ROLL.

           CLOSE   MUSTER-FILE.
           IF  IL-SW-OPEN = CNS-ON
               CLOSE   INVITEE-LIST
           END-IF.
           IF  GST-SW-OPEN = CNS-ON
               CLOSE   GUEST-LIST
           END-IF.

           SORT    ROLL-WORK
               ON  ASCENDING KEY   RL-STATION-ID
               ON  ASCENDING KEY   RL-LNAME
               ON  ASCENDING KEY   RL-BYEAR
               ON  ASCENDING KEY   RL-BMONTH
               ON  ASCENDING KEY   RL-BDAY
               ON  ASCENDING KEY   RL-SEQ
               INPUT   PROCEDURE IS RELEASE-ROLL
               OUTPUT  PROCEDURE IS PRINT-ROLL.

           PERFORM PRINT-TOTALS.
      *    a person left off the roll is a person the marshals will
      *    not be looking for - the step fails.
           IF  CNT-NOT-WRITTEN > ZERO
               MOVE    "F"             TO  RC-STEP-STATUS
           ELSE
               MOVE    "C"             TO  RC-STEP-STATUS
           END-IF.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

       RESOLVE-FILE-NAMES.
           DISPLAY "EVENT_ID"      UPON    ENVIRONMENT-NAME.
           ACCEPT  EVT-ID          FROM    ENVIRONMENT-VALUE.
           IF  EVT-ID = SPACES
               ACCEPT  EVT-ID      FROM    CONSOLE
           END-IF.

           IF  EVT-ID = SPACES
               MOVE    "INVITEE_LIST.dat"  TO  EVT-FILE-NAME
               MOVE    "CHECKIN_LOG.csv"   TO  CKL-FILE-NAME
               MOVE    "CHECKOUT_LOG.csv"  TO  CKO-FILE-NAME
               MOVE    "GUEST_LIST.dat"    TO  GST-FILE-NAME
               MOVE    "MUSTER.dat"        TO  MU-FILE-NAME
           ELSE
               STRING  "INVITEE_LIST_"            DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO EVT-FILE-NAME
               STRING  "CHECKIN_LOG_"             DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".csv"                     DELIMITED BY SIZE
                       INTO CKL-FILE-NAME
               STRING  "CHECKOUT_LOG_"            DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".csv"                     DELIMITED BY SIZE
                       INTO CKO-FILE-NAME
               STRING  "GUEST_LIST_"              DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO GST-FILE-NAME
               STRING  "MUSTER_"                  DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO MU-FILE-NAME
           END-IF.

      *    the event id must exist in the event master - a typo'd id
      *    would otherwise hand the marshals an empty roll.  no master
      *    file at all is the pre-master deployment and validates
      *    nothing; a blank event id is the legacy single-file setup.
       VALIDATE-EVENT.
           IF  EVT-ID NOT = SPACES
               OPEN    INPUT           EVENT-MASTER
               IF  EM-FILE-STATUS NOT = "00"
                   DISPLAY "NO EVENT MASTER (" EM-FILE-NAME
                           ") - EVENT ID NOT VALIDATED"
               ELSE
                   MOVE    EVT-ID          TO  EM-EVT-ID
                   READ    EVENT-MASTER
                       INVALID KEY
                           DISPLAY "EVENT " EVT-ID " NOT IN EVENT "
                                   "MASTER - RUN ABORTED"
                           CLOSE   EVENT-MASTER
                           STOP RUN
                   END-READ
                   CLOSE   EVENT-MASTER
               END-IF
           END-IF.

       ACCEPT-MUSTER-SESSION.
           MOVE    SPACE           TO  MUSTER-SESS-IN.
           ACCEPT  MUSTER-SESS-IN  FROM    CONSOLE.
           EVALUATE MUSTER-SESS-IN
               WHEN SPACE
               WHEN "0"
                   MOVE    1               TO  MUSTER-SESS-N
               WHEN "1" THRU "7"
                   MOVE    MUSTER-SESS-IN  TO  MUSTER-SESS-N
               WHEN OTHER
                   DISPLAY "INVALID SESSION " MUSTER-SESS-IN
                           " - RUN ABORTED"
                   STOP RUN
           END-EVALUATE.

      *    marshals may already be marking people off the last roll -
      *    a rebuild would throw their marks away, so it needs a Y.
       CHECK-MUSTER-UNDER-WAY.
           MOVE    ZERO            TO  MARKED-FOUND-SW.
           OPEN    INPUT           MUSTER-FILE.
           IF  MU-FILE-STATUS = "00"
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    MUSTER-FILE     NEXT
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END
                           IF  MU-ACCOUNTED = "Y"
                               MOVE    CNS-ON  TO  MARKED-FOUND-SW
                               MOVE    CNS-ON  TO  SW-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   MUSTER-FILE
           END-IF.
           IF  MARKED-FOUND-SW = CNS-ON
               DISPLAY "MUSTER " MU-FILE-NAME " ALREADY UNDER WAY - "
                       "REBUILD AND DISCARD MARKS (Y/N)?"
               MOVE    SPACE           TO  REBUILD-IN
               ACCEPT  REBUILD-IN      FROM    CONSOLE
               IF  REBUILD-IN NOT = "Y"
                   DISPLAY "MUSTER NOT REBUILT - RUN ABORTED"
                   MOVE    "F"             TO  RC-STEP-STATUS
                   PERFORM RUN-CONTROL-END
                   STOP RUN
               END-IF
           END-IF.

      *    the roll is rebuilt whole.  the roster (for the tier) and
      *    the guest file (for named guests) are optional lookups - a
      *    missing roster lists everyone as general, a missing guest
      *    file carries every guest as an unnamed count.
       OPEN-FILES.
           OPEN    OUTPUT          MUSTER-FILE.
           IF  MU-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN MUSTER FILE " MU-FILE-NAME
                       " STATUS " MU-FILE-STATUS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           OPEN    INPUT           INVITEE-LIST.
           IF  IL-FILE-STATUS = "00"
               MOVE    CNS-ON          TO  IL-SW-OPEN
           END-IF.

           OPEN    INPUT           GUEST-LIST.
           IF  GST-FILE-STATUS = "00"
               MOVE    CNS-ON          TO  GST-SW-OPEN
           END-IF.

      *    both logs filtered to the session being mustered - a record
      *    with no session (written before multi-day support) counts
      *    as session 1, like everywhere else.
       RELEASE-SESSION-RECS.
           OPEN    INPUT           CHECKIN-LOG.
           IF  CKL-FILE-STATUS NOT = "00"
               DISPLAY "NO CHECK-IN LOG (" CKL-FILE-NAME
                       ") - NOBODY INSIDE"
           ELSE
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    CHECKIN-LOG
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM RELEASE-ONE-CHECKIN
                   END-READ
               END-PERFORM
               CLOSE   CHECKIN-LOG
           END-IF.

           OPEN    INPUT           CHECKOUT-LOG.
           IF  CKO-FILE-STATUS = "00"
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    CHECKOUT-LOG
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM RELEASE-ONE-CHECKOUT
                   END-READ
               END-PERFORM
               CLOSE   CHECKOUT-LOG
           END-IF.

      *    the party's arrived-guest count the way occupancy counts
      *    it: the record's own count when it carries one, else the
      *    roster allowance, an override as a party of one.
       RELEASE-ONE-CHECKIN.
           MOVE    1               TO  WS-REC-SESS-N.
           IF  CKL-SESSION-NO IS NUMERIC
               IF  CKL-SESSION-NO >= 1 AND CKL-SESSION-NO <= 7
                   MOVE    CKL-SESSION-NO  TO  WS-REC-SESS-N
               END-IF
           END-IF.
           IF  WS-REC-SESS-N = MUSTER-SESS-N
               ADD     1               TO  CNT-CHECKED-IN
               MOVE    ZERO            TO  SRT-GUESTS
               IF  CKL-GUESTS IS NUMERIC
                   MOVE    CKL-GUESTS      TO  SRT-GUESTS
               ELSE
                   IF  CKL-OVERRIDE-FL NOT = "Y" AND
                       IL-SW-OPEN = CNS-ON
                       MOVE    CKL-LNAME       TO  IL-LNAME
                       MOVE    CKL-BYEAR       TO  IL-BYEAR
                       MOVE    CKL-BMONTH      TO  IL-BMONTH
                       MOVE    CKL-BDAY        TO  IL-BDAY
                       READ    INVITEE-LIST    INTO    LIST-DATA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE    LST-GUESTS  TO  SRT-GUESTS
                       END-READ
                   END-IF
               END-IF
               MOVE    CKL-LNAME       TO  SRT-LNAME
               MOVE    CKL-BYEAR       TO  SRT-BYEAR
               MOVE    CKL-BMONTH      TO  SRT-BMONTH
               MOVE    CKL-BDAY        TO  SRT-BDAY
               MOVE    "I"             TO  SRT-TYPE
               MOVE    CKL-FNAME       TO  SRT-FNAME
               MOVE    CKL-STATION-ID  TO  SRT-STATION-ID
               MOVE    CKL-OVERRIDE-FL TO  SRT-OVERRIDE-FL
               MOVE    CKL-ARRIVE-TS   TO  SRT-ARRIVE-TS
               RELEASE SORT-WORK-REC
           END-IF.

       RELEASE-ONE-CHECKOUT.
           MOVE    1               TO  WS-REC-SESS-N.
           IF  CKO-SESSION-NO IS NUMERIC
               IF  CKO-SESSION-NO >= 1 AND CKO-SESSION-NO <= 7
                   MOVE    CKO-SESSION-NO  TO  WS-REC-SESS-N
               END-IF
           END-IF.
           IF  WS-REC-SESS-N = MUSTER-SESS-N
               MOVE    CKO-LNAME       TO  SRT-LNAME
               MOVE    CKO-BYEAR       TO  SRT-BYEAR
               MOVE    CKO-BMONTH      TO  SRT-BMONTH
               MOVE    CKO-BDAY        TO  SRT-BDAY
               MOVE    "O"             TO  SRT-TYPE
               MOVE    CKO-FNAME       TO  SRT-FNAME
               MOVE    ZERO            TO  SRT-GUESTS
               MOVE    SPACES          TO  SRT-STATION-ID
               MOVE    SPACE           TO  SRT-OVERRIDE-FL
               MOVE    SPACES          TO  SRT-ARRIVE-TS
               RELEASE SORT-WORK-REC
           END-IF.

      *    control-break walk: a party whose group has a check-in and
      *    no check-out is inside and goes on the roll.
       BUILD-ROLL.
           MOVE    ZERO            TO  SW-END.
           MOVE    ZERO            TO  FIRST-REC-SW.
           PERFORM UNTIL SW-END = CNS-ON
               RETURN  SORT-WORK
                   AT END
                       MOVE    CNS-ON  TO  SW-END
                       IF  FIRST-REC-SW = CNS-ON
                           PERFORM END-PARTY-GROUP
                       END-IF
                   NOT AT END  PERFORM BUILD-ONE-REC
               END-RETURN
           END-PERFORM.

       BUILD-ONE-REC.
           IF  FIRST-REC-SW NOT = CNS-ON
               MOVE    CNS-ON          TO  FIRST-REC-SW
               PERFORM START-PARTY-GROUP
           ELSE
               IF  SRT-LNAME  NOT = PRV-LNAME  OR
                   SRT-BYEAR  NOT = PRV-BYEAR  OR
                   SRT-BMONTH NOT = PRV-BMONTH OR
                   SRT-BDAY   NOT = PRV-BDAY
                   PERFORM END-PARTY-GROUP
                   PERFORM START-PARTY-GROUP
               END-IF
           END-IF.
           IF  SRT-TYPE = "I"
               IF  GRP-IN-SW NOT = CNS-ON
                   MOVE    CNS-ON          TO  GRP-IN-SW
                   MOVE    SRT-FNAME       TO  GRP-FNAME
                   MOVE    SRT-GUESTS      TO  GRP-GUESTS
                   MOVE    SRT-STATION-ID  TO  GRP-STATION-ID
                   MOVE    SRT-OVERRIDE-FL TO  GRP-OVERRIDE-FL
                   MOVE    SRT-ARRIVE-TS   TO  GRP-ARRIVE-TS
               END-IF
           ELSE
               MOVE    CNS-ON          TO  GRP-OUT-SW
           END-IF.

       START-PARTY-GROUP.
           MOVE    SRT-LNAME       TO  PRV-LNAME.
           MOVE    SRT-BYEAR       TO  PRV-BYEAR.
           MOVE    SRT-BMONTH      TO  PRV-BMONTH.
           MOVE    SRT-BDAY        TO  PRV-BDAY.
           MOVE    ZERO            TO  GRP-IN-SW.
           MOVE    ZERO            TO  GRP-OUT-SW.

       END-PARTY-GROUP.
           IF  GRP-IN-SW = CNS-ON AND GRP-OUT-SW NOT = CNS-ON
               ADD     1               TO  CNT-PARTIES-IN
               MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                           ( PRV-LNAME ) )     TO  WS-FOLDED-LNAME
               MOVE    ZERO            TO  GRP-NAMED-N
               IF  GRP-OVERRIDE-FL NOT = "Y" AND GST-SW-OPEN = CNS-ON
                   PERFORM WRITE-NAMED-GUESTS
               END-IF
               PERFORM WRITE-PARTY-ROW
           END-IF.

      *    the guest file key leads with the invitee's folded roster
      *    key, so the party's guests sit together and the walk stops
      *    the moment it passes them.
       WRITE-NAMED-GUESTS.
           MOVE    ZERO            TO  GST-SCAN-END.
           MOVE    WS-FOLDED-LNAME TO  GST-INV-LNAME.
           MOVE    PRV-BYEAR       TO  GST-INV-BYEAR.
           MOVE    PRV-BMONTH      TO  GST-INV-BMONTH.
           MOVE    PRV-BDAY        TO  GST-INV-BDAY.
           MOVE    ZERO            TO  GST-SEQ.
           START   GUEST-LIST      KEY IS GREATER THAN GST-KEY
               INVALID KEY     MOVE    CNS-ON  TO  GST-SCAN-END
           END-START.
           PERFORM UNTIL GST-SCAN-END = CNS-ON
               READ    GUEST-LIST  NEXT
                   AT END  MOVE    CNS-ON  TO  GST-SCAN-END
                   NOT AT END  PERFORM WRITE-ONE-GUEST
               END-READ
           END-PERFORM.

       WRITE-ONE-GUEST.
           IF  GST-INV-LNAME  NOT = WS-FOLDED-LNAME OR
               GST-INV-BYEAR  NOT = PRV-BYEAR       OR
               GST-INV-BMONTH NOT = PRV-BMONTH      OR
               GST-INV-BDAY   NOT = PRV-BDAY
               MOVE    CNS-ON          TO  GST-SCAN-END
           ELSE
               IF  GST-SESS-ARRIVED ( MUSTER-SESS-N ) = "Y"
                   MOVE    "G"             TO  MU-TYPE
                   MOVE    WS-FOLDED-LNAME TO  MU-LNAME
                   MOVE    PRV-BYEAR       TO  MU-BYEAR
                   MOVE    PRV-BMONTH      TO  MU-BMONTH
                   MOVE    PRV-BDAY        TO  MU-BDAY
                   MOVE    GST-SEQ         TO  MU-SEQ
                   MOVE    GST-FNAME       TO  MU-PERSON-FNAME
                   MOVE    GST-LNAME       TO  MU-PERSON-LNAME
                   MOVE    SPACE           TO  MU-TIER
                   MOVE    ZERO            TO  MU-UNNAMED-GUESTS
                   PERFORM WRITE-MUSTER-ROW
                   ADD     1               TO  GRP-NAMED-N
                   ADD     1               TO  CNT-NAMED-GUESTS
               END-IF
           END-IF.

      *    the party's own row, with the tier off the roster and any
      *    guests counted in but not named on the guest file.
       WRITE-PARTY-ROW.
           IF  GRP-OVERRIDE-FL = "Y"
               MOVE    "O"             TO  MU-TYPE
               MOVE    SPACE           TO  MU-TIER
           ELSE
               MOVE    "I"             TO  MU-TYPE
               MOVE    "G"             TO  MU-TIER
               IF  IL-SW-OPEN = CNS-ON
                   MOVE    PRV-LNAME       TO  IL-LNAME
                   MOVE    PRV-BYEAR       TO  IL-BYEAR
                   MOVE    PRV-BMONTH      TO  IL-BMONTH
                   MOVE    PRV-BDAY        TO  IL-BDAY
                   READ    INVITEE-LIST    INTO    LIST-DATA
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF  LST-TIER NOT = SPACE
                               MOVE    LST-TIER        TO  MU-TIER
                           END-IF
                   END-READ
               END-IF
           END-IF.
           MOVE    WS-FOLDED-LNAME TO  MU-LNAME.
           MOVE    PRV-BYEAR       TO  MU-BYEAR.
           MOVE    PRV-BMONTH      TO  MU-BMONTH.
           MOVE    PRV-BDAY        TO  MU-BDAY.
           MOVE    ZERO            TO  MU-SEQ.
           MOVE    GRP-FNAME       TO  MU-PERSON-FNAME.
           MOVE    PRV-LNAME       TO  MU-PERSON-LNAME.
           MOVE    ZERO            TO  MU-UNNAMED-GUESTS.
           IF  GRP-GUESTS > GRP-NAMED-N
               COMPUTE MU-UNNAMED-GUESTS = GRP-GUESTS - GRP-NAMED-N
           END-IF.
           ADD     MU-UNNAMED-GUESTS   TO  CNT-UNNAMED.
           PERFORM WRITE-MUSTER-ROW.

       WRITE-MUSTER-ROW.
           MOVE    GRP-STATION-ID  TO  MU-STATION-ID.
           MOVE    MUSTER-SESS-N   TO  MU-SESSION-NO.
           MOVE    GRP-ARRIVE-TS   TO  MU-ARRIVE-TS.
           MOVE    "N"             TO  MU-ACCOUNTED.
           MOVE    SPACES          TO  MU-ACCOUNTED-TS.
           MOVE    SPACES          TO  MU-ACCOUNTED-AT.
           WRITE   MUSTER-REC
               INVALID KEY
                   ADD     1               TO  CNT-NOT-WRITTEN
                   DISPLAY "NOT ON ROLL (STATUS " MU-FILE-STATUS "): "
                           MU-PERSON-FNAME " " MU-PERSON-LNAME
               NOT INVALID KEY
                   ADD     1               TO  CNT-PEOPLE
           END-WRITE.

       RELEASE-ROLL.
           OPEN    INPUT           MUSTER-FILE.
           IF  MU-FILE-STATUS = "00"
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    MUSTER-FILE     NEXT
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END
                           MOVE    MU-STATION-ID   TO  RL-STATION-ID
                           MOVE    MU-LNAME        TO  RL-LNAME
                           MOVE    MU-BYEAR        TO  RL-BYEAR
                           MOVE    MU-BMONTH       TO  RL-BMONTH
                           MOVE    MU-BDAY         TO  RL-BDAY
                           MOVE    MU-SEQ          TO  RL-SEQ
                           MOVE    MU-TYPE         TO  RL-TYPE
                           MOVE    MU-PERSON-FNAME TO  RL-PERSON-FNAME
                           MOVE    MU-PERSON-LNAME TO  RL-PERSON-LNAME
                           MOVE    MU-TIER         TO  RL-TIER
                           MOVE    MU-ARRIVE-TS    TO  RL-ARRIVE-TS
                           MOVE    MU-UNNAMED-GUESTS
                                                   TO  RL-UNNAMED-GUESTS
                           RELEASE ROLL-WORK-REC
                   END-READ
               END-PERFORM
               CLOSE   MUSTER-FILE
           END-IF.

      *    the printed roll, one block per entry station, each party
      *    followed by its named guests (the guest rows sort after
      *    the party row on sequence number).
       PRINT-ROLL.
           MOVE    ZERO            TO  SW-END.
           MOVE    ZERO            TO  FIRST-REC-SW.
           PERFORM UNTIL SW-END = CNS-ON
               RETURN  ROLL-WORK
                   AT END
                       MOVE    CNS-ON  TO  SW-END
                       IF  FIRST-REC-SW = CNS-ON
                           PERFORM END-STATION-BLOCK
                       END-IF
                   NOT AT END  PERFORM PRINT-ONE-ROLL-REC
               END-RETURN
           END-PERFORM.

       PRINT-ONE-ROLL-REC.
           IF  FIRST-REC-SW NOT = CNS-ON
               MOVE    CNS-ON          TO  FIRST-REC-SW
               PERFORM START-STATION-BLOCK
           ELSE
               IF  RL-STATION-ID NOT = PRV-STATION-ID
                   PERFORM END-STATION-BLOCK
                   PERFORM START-STATION-BLOCK
               END-IF
           END-IF.
           EVALUATE RL-TYPE
               WHEN "I"
                   MOVE    "INVITEE"       TO  DSP-TYPE
               WHEN "O"
                   MOVE    "OVERRIDE"      TO  DSP-TYPE
               WHEN OTHER
                   MOVE    "  GUEST"       TO  DSP-TYPE
           END-EVALUATE.
           MOVE    SPACES          TO  DSP-ARRIVE.
           STRING  RL-ARRIVE-TS ( 9 : 2 )      DELIMITED BY SIZE
                   ":"                         DELIMITED BY SIZE
                   RL-ARRIVE-TS ( 11 : 2 )     DELIMITED BY SIZE
                   INTO DSP-ARRIVE.
           ADD     1               TO  STN-PEOPLE.
           IF  RL-UNNAMED-GUESTS > ZERO
               DISPLAY "  " DSP-TYPE " " RL-PERSON-FNAME " "
                       RL-PERSON-LNAME " TIER " RL-TIER " IN "
                       DSP-ARRIVE " +" RL-UNNAMED-GUESTS " UNNAMED"
               ADD     RL-UNNAMED-GUESTS   TO  STN-PEOPLE
           ELSE
               DISPLAY "  " DSP-TYPE " " RL-PERSON-FNAME " "
                       RL-PERSON-LNAME " TIER " RL-TIER " IN "
                       DSP-ARRIVE
           END-IF.

       START-STATION-BLOCK.
           MOVE    RL-STATION-ID   TO  PRV-STATION-ID.
           MOVE    ZERO            TO  STN-PEOPLE.
           IF  RL-STATION-ID = SPACES
               MOVE    "(NONE)"        TO  DSP-STATION-ID
           ELSE
               MOVE    RL-STATION-ID   TO  DSP-STATION-ID
           END-IF.
           DISPLAY "ENTERED AT STATION " DSP-STATION-ID.

       END-STATION-BLOCK.
           DISPLAY "  HEADCOUNT THROUGH " DSP-STATION-ID ": "
                   STN-PEOPLE.
           ADD     STN-PEOPLE      TO  CNT-HEADCOUNT.

       PRINT-TOTALS.
           DISPLAY "ARRIVALS THIS SESSION: " CNT-CHECKED-IN.
           DISPLAY "PARTIES INSIDE:        " CNT-PARTIES-IN.
           DISPLAY "NAMED ON THE ROLL:     " CNT-PEOPLE.
           DISPLAY "  OF WHOM GUESTS:      " CNT-NAMED-GUESTS.
           DISPLAY "UNNAMED GUESTS:        " CNT-UNNAMED.
           DISPLAY "TOTAL HEADCOUNT:       " CNT-HEADCOUNT.
           DISPLAY "NOT ON ROLL (ERROR):   " CNT-NOT-WRITTEN.
           DISPLAY "MUSTER FILE:           " MU-FILE-NAME.

       RUN-CONTROL-COUNTS.
           MOVE    CNT-CHECKED-IN  TO  RC-CNT-READ.
           MOVE    CNT-PEOPLE      TO  RC-CNT-WRITTEN.
           MOVE    CNT-NOT-WRITTEN TO  RC-CNT-REJECTED.

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
               MOVE    EVT-ID          TO  RC-EVT-ID
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
