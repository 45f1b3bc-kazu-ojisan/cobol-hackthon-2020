      ******************************************************************
      *  live control-room snapshot, run every few minutes on a big
      *  day.  walks the event master and, for every event open for
      *  check-ins (status O), writes a block to one snapshot file the
      *  operations wall screen re-reads on each cycle:
      *      - current headcount against the event's capacity
      *      - arrivals and departures in the last 15 minutes
      *      - arrivals per door station since the doors opened
      *      - waitlist length - refused parties not admitted since
      *      - vips arrived against vips on the roster
      *      - security alerts raised so far
      *
      *  the headcount is the same number the door's "OC" occupancy
      *  query answers: heads in off the check-in log (the record's
      *  own arrived-guest count, else the roster allowance, an
      *  override as a party of one) less heads out off the
      *  departure log.  arrivals and departures are door
      *  transactions - parties, not heads - since that is the queue
      *  the staff are moved to; the close-of-day sweep's synthesized
      *  departures are left out of the last-15-minute count.
      *
      *  the snapshot file, CONTROL_ROOM.txt, is rewritten whole every
      *  run.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_snap.
       AUTHOR.                     kazuOji.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  EVENT-MASTER    ASSIGN  TO  DYNAMIC  EM-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  EM-EVT-ID
                                    FILE   STATUS  IS  EM-FILE-STATUS.
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
           SELECT  WAITLIST        ASSIGN  TO  DYNAMIC  WTL-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  WTL-FILE-STATUS.
           SELECT  SECURITY-ALERT  ASSIGN  TO  DYNAMIC  SEC-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  SEC-FILE-STATUS.
           SELECT  SNAPSHOT        ASSIGN  TO  DYNAMIC  SNP-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  SNP-FILE-STATUS.
           SELECT  RUN-CONTROL     ASSIGN  TO  DYNAMIC  RC-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RC-KEY
                                    FILE   STATUS  IS  RC-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
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
      *        by the close-of-day sweep, "N" a real walk-out.
           03  CKO-AUTO-FL             PIC  X(01).

       FD  WAITLIST
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  WAITLIST-REC.
           03  WTL-FNAME               PIC  X(10).
           03  WTL-LNAME               PIC  X(10).
           03  WTL-BYEAR               PIC  9(4).
           03  WTL-BMONTH              PIC  99.
           03  WTL-BDAY                PIC  99.
           03  WTL-PARTY-SIZE          PIC  9(03).
           03  WTL-REFUSED-TS          PIC  X(14).
           03  WTL-STATION-ID          PIC  X(4).
           03  WTL-SESSION-NO          PIC  9(01).

       FD  SECURITY-ALERT
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  SECURITY-ALERT-REC.
           03  SEC-FNAME               PIC  X(10).
           03  SEC-LNAME               PIC  X(10).
           03  SEC-BYEAR               PIC  9(4).
           03  SEC-BMONTH              PIC  99.
           03  SEC-BDAY                PIC  99.
           03  SEC-REASON              PIC  X(20).
           03  SEC-ALERT-TS            PIC  X(14).
           03  SEC-STATION-ID          PIC  X(4).
           03  SEC-PATH-CD             PIC  X(01).

      *    the wall screen file - plain 80-column lines.
       FD  SNAPSHOT
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  SNAPSHOT-REC                PIC  X(80).

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
       01  EM-END                      PIC 9(01)   VALUE   ZERO.

       01  EVT-ID                      PIC  X(9).
       01  EVT-FILE-NAME               PIC  X(40).
       01  CKL-FILE-NAME               PIC  X(40).
       01  CKO-FILE-NAME               PIC  X(40).
       01  WTL-FILE-NAME               PIC  X(40).
       01  SEC-FILE-NAME               PIC  X(40).
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  SNP-FILE-NAME               PIC  X(40)
                                        VALUE "CONTROL_ROOM.txt".
       01  EM-FILE-STATUS              PIC X(02).
       01  IL-FILE-STATUS              PIC X(02).
       01  CKL-FILE-STATUS             PIC X(02).
       01  CKO-FILE-STATUS             PIC X(02).
       01  WTL-FILE-STATUS             PIC X(02).
       01  SEC-FILE-STATUS             PIC X(02).
       01  SNP-FILE-STATUS             PIC X(02).
       01  IL-SW-OPEN                  PIC 9(01)   VALUE   ZERO.

      *    per-event tallies, cleared before each open event.
       01  EVT-TALLIES.
           03  EVT-IN-HEADS            PIC S9(06).
           03  EVT-OUT-HEADS           PIC S9(06).
           03  EVT-HEADCOUNT           PIC S9(06).
           03  EVT-RECENT-IN           PIC  9(05).
           03  EVT-RECENT-OUT          PIC  9(05).
           03  EVT-WAITING             PIC  9(05).
           03  EVT-VIP-ROSTER          PIC  9(05).
           03  EVT-VIP-ARRIVED         PIC  9(05).
           03  EVT-SEC-ALERTS          PIC  9(05).
           03  EVT-NO-ROSTER-SW        PIC  9(01).
           03  EVT-NO-CKL-SW           PIC  9(01).
       01  WS-SESS-N                   PIC 9(01)   VALUE 1.

      *    arrivals per door station for the event being snapped.
       01  STN-TABLE.
           03  STN-ENTRY               OCCURS 20 TIMES
                                        INDEXED BY STN-IDX.
               05  STN-ID              PIC  X(4).
               05  STN-ARRIVALS        PIC  9(05).
       01  STN-USED                    PIC 9(2)    VALUE ZERO.
       01  STN-MAX                     PIC 9(2)    VALUE 20.
       01  STN-FOUND-SW                PIC 9(01)   VALUE ZERO.
       01  STN-PRT-IDX                 PIC 9(2)    VALUE ZERO.
       01  STN-OVERFLOW-SW             PIC 9(01)   VALUE ZERO.

      *    timestamp work area - the same seconds arithmetic the
      *    dwell report uses, so a window that spans midnight still
      *    comes out right.
       01  WS-TS                       PIC  X(14).
       01  WS-TS-DATE-N                PIC  9(8).
       01  WS-TS-HH                    PIC  9(02).
       01  WS-TS-MM                    PIC  9(02).
       01  WS-TS-SS                    PIC  9(02).
       01  WS-TS-SECONDS               PIC  9(12).
       01  TS-VALID-SW                 PIC 9(01)   VALUE ZERO.
       01  NOW-DATE                    PIC 9(8).
       01  NOW-TIME                    PIC 9(8).
       01  NOW-SECONDS                 PIC  9(12).
       01  WINDOW-SECONDS              PIC  9(05)  VALUE 900.

       01  CNT-EVENTS                  PIC 9(05)   VALUE ZERO.
       01  CNT-OPEN                    PIC 9(05)   VALUE ZERO.
       01  CNT-LINES                   PIC 9(07)   VALUE ZERO.

      *    snapshot print lines.
       01  SNP-TITLE-LINE.
           03  FILLER                  PIC  X(22)
                                        VALUE "CONTROL ROOM SNAPSHOT ".
           03  SNP-T-YYYY              PIC  X(4).
           03  FILLER                  PIC  X(01)  VALUE "-".
           03  SNP-T-MO                PIC  X(2).
           03  FILLER                  PIC  X(01)  VALUE "-".
           03  SNP-T-DD                PIC  X(2).
           03  FILLER                  PIC  X(01)  VALUE " ".
           03  SNP-T-HH                PIC  X(2).
           03  FILLER                  PIC  X(01)  VALUE ":".
           03  SNP-T-MI                PIC  X(2).
           03  FILLER                  PIC  X(01)  VALUE ":".
           03  SNP-T-SS                PIC  X(2).
           03  FILLER                  PIC  X(16)
                                        VALUE "    OPEN EVENTS:".
           03  SNP-T-OPEN              PIC  ZZZZ9.
       01  SNP-EVENT-LINE.
           03  FILLER                  PIC  X(06)  VALUE "EVENT ".
           03  SNP-E-EVT-ID            PIC  X(9).
           03  FILLER                  PIC  X(01)  VALUE " ".
           03  SNP-E-NAME              PIC  X(30).
           03  SNP-E-FLAG              PIC  X(30).
       01  SNP-HEAD-LINE.
           03  FILLER                  PIC  X(14)
                                        VALUE "  HEADCOUNT   ".
           03  SNP-H-HEADS             PIC  -(5)9.
           03  FILLER                  PIC  X(13)
                                        VALUE "   CAPACITY  ".
           03  SNP-H-CAPACITY          PIC  X(08).
           03  SNP-H-FLAG              PIC  X(20).
       01  SNP-H-CAP-N                 PIC  ZZZZ9.
       01  SNP-RECENT-LINE.
           03  FILLER                  PIC  X(25)
                                        VALUE "  LAST 15 MIN  ARRIVALS".
           03  FILLER                  PIC  X(01)  VALUE " ".
           03  SNP-R-IN                PIC  ZZZZ9.
           03  FILLER                  PIC  X(14)
                                        VALUE "   DEPARTURES ".
           03  SNP-R-OUT               PIC  ZZZZ9.
       01  SNP-COUNT-LINE.
           03  FILLER                  PIC  X(12)
                                        VALUE "  WAITLIST  ".
           03  SNP-C-WAIT              PIC  ZZZZ9.
           03  FILLER                  PIC  X(17)
                                        VALUE "   VIPS ARRIVED  ".
           03  SNP-C-VIP-IN            PIC  ZZZZ9.
           03  FILLER                  PIC  X(04)  VALUE " OF ".
           03  SNP-C-VIP-ROSTER        PIC  ZZZZ9.
           03  FILLER                  PIC  X(20)
                                        VALUE "   SECURITY ALERTS  ".
           03  SNP-C-SEC               PIC  ZZZZ9.
       01  SNP-STATION-LINE.
           03  FILLER                  PIC  X(12)
                                        VALUE "  STATION   ".
           03  SNP-S-ID                PIC  X(8).
           03  FILLER                  PIC  X(10)  VALUE "ARRIVALS  ".
           03  SNP-S-ARRIVALS          PIC  ZZZZ9.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "SNAP".
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
           DISPLAY "CONTROL ROOM SNAPSHOT".
           PERFORM RUN-CONTROL-START.

           ACCEPT  NOW-DATE        FROM DATE YYYYMMDD.
           ACCEPT  NOW-TIME        FROM TIME.
           MOVE    NOW-DATE        TO  WS-TS ( 1 : 8 ).
           MOVE    NOW-TIME        TO  WS-TS ( 9 : 6 ).
           PERFORM TS-TO-SECONDS.
           MOVE    WS-TS-SECONDS   TO  NOW-SECONDS.

           PERFORM OPEN-FILES.
           PERFORM COUNT-OPEN-EVENTS.
           PERFORM WRITE-TITLE.
           PERFORM SNAP-OPEN-EVENTS.

           CLOSE   EVENT-MASTER.
           CLOSE   SNAPSHOT.
           DISPLAY "EVENTS ON MASTER:   " CNT-EVENTS.
           DISPLAY "OPEN EVENTS:        " CNT-OPEN.
           DISPLAY "SNAPSHOT LINES:     " CNT-LINES.
           DISPLAY "SNAPSHOT FILE:      " SNP-FILE-NAME.
           MOVE    "C"             TO  RC-STEP-STATUS.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

      *    without the event master there is nothing to walk, and
      *    without the snapshot file there is nowhere to put it.
       OPEN-FILES.
           OPEN    INPUT           EVENT-MASTER.
           IF  EM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN EVENT MASTER " EM-FILE-NAME
                       " STATUS " EM-FILE-STATUS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           OPEN    OUTPUT          SNAPSHOT.
           IF  SNP-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN SNAPSHOT " SNP-FILE-NAME
                       " STATUS " SNP-FILE-STATUS
               CLOSE   EVENT-MASTER
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

      *    a first pass over the master, so the title line can carry
      *    the number of open events before their blocks follow.
       COUNT-OPEN-EVENTS.
           MOVE    ZERO            TO  EM-END.
           PERFORM UNTIL EM-END = CNS-ON
               READ    EVENT-MASTER    NEXT
                   AT END  MOVE    CNS-ON  TO  EM-END
                   NOT AT END
                       ADD     1               TO  CNT-EVENTS
                       IF  EM-STATUS = "O"
                           ADD     1               TO  CNT-OPEN
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-TITLE.
           MOVE    NOW-DATE ( 1 : 4 )  TO  SNP-T-YYYY.
           MOVE    NOW-DATE ( 5 : 2 )  TO  SNP-T-MO.
           MOVE    NOW-DATE ( 7 : 2 )  TO  SNP-T-DD.
           MOVE    NOW-TIME ( 1 : 2 )  TO  SNP-T-HH.
           MOVE    NOW-TIME ( 3 : 2 )  TO  SNP-T-MI.
           MOVE    NOW-TIME ( 5 : 2 )  TO  SNP-T-SS.
           MOVE    CNT-OPEN        TO  SNP-T-OPEN.
           WRITE   SNAPSHOT-REC    FROM    SNP-TITLE-LINE.
           ADD     1               TO  CNT-LINES.

      *    the master is read again from the top in event id order.
       SNAP-OPEN-EVENTS.
           MOVE    LOW-VALUES      TO  EM-EVT-ID.
           START   EVENT-MASTER    KEY IS NOT LESS THAN EM-EVT-ID
               INVALID KEY MOVE    CNS-ON  TO  EM-END
               NOT INVALID KEY MOVE    ZERO    TO  EM-END
           END-START.
           PERFORM UNTIL EM-END = CNS-ON
               READ    EVENT-MASTER    NEXT
                   AT END  MOVE    CNS-ON  TO  EM-END
                   NOT AT END
                       IF  EM-STATUS = "O"
                           PERFORM SNAP-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.

       SNAP-ONE-EVENT.
           MOVE    EM-EVT-ID       TO  EVT-ID.
           PERFORM RESOLVE-FILE-NAMES.
           INITIALIZE EVT-TALLIES.
           INITIALIZE STN-TABLE.
           MOVE    ZERO            TO  STN-USED.
           MOVE    ZERO            TO  STN-OVERFLOW-SW.

           PERFORM TALLY-ROSTER.
           PERFORM TALLY-CHECKINS.
           PERFORM TALLY-CHECKOUTS.
           PERFORM TALLY-WAITLIST.
           PERFORM TALLY-SECURITY.
           IF  IL-SW-OPEN = CNS-ON
               CLOSE   INVITEE-LIST
               MOVE    ZERO            TO  IL-SW-OPEN
           END-IF.
           COMPUTE EVT-HEADCOUNT = EVT-IN-HEADS - EVT-OUT-HEADS.

           PERFORM WRITE-EVENT-BLOCK.

      *    cleared first - the names are rebuilt for every event and a
      *    shorter id must not leave the tail of the last one behind.
       RESOLVE-FILE-NAMES.
           MOVE    SPACES          TO  EVT-FILE-NAME
                                       CKL-FILE-NAME
                                       CKO-FILE-NAME
                                       WTL-FILE-NAME
                                       SEC-FILE-NAME.
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
           STRING  "WAITLIST_"                DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                   ".csv"                     DELIMITED BY SIZE
                   INTO WTL-FILE-NAME.
           STRING  "SECURITY_ALERTS_"         DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                   ".csv"                     DELIMITED BY SIZE
                   INTO SEC-FILE-NAME.

      *    vips on the roster and vips admitted to any session so far.
      *    the roster stays open for the party-size fallback and the
      *    waitlist check below.
       TALLY-ROSTER.
           OPEN    INPUT           INVITEE-LIST.
           IF  IL-FILE-STATUS NOT = "00"
               MOVE    CNS-ON          TO  EVT-NO-ROSTER-SW
           ELSE
               MOVE    CNS-ON          TO  IL-SW-OPEN
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    INVITEE-LIST    NEXT
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END
                           IF  IL-TIER = "V"
                               ADD     1       TO  EVT-VIP-ROSTER
                               IF  IL-CHECKED-IN = "Y"
                                   ADD     1   TO  EVT-VIP-ARRIVED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TALLY-CHECKINS.
           OPEN    INPUT           CHECKIN-LOG.
           IF  CKL-FILE-STATUS NOT = "00"
               MOVE    CNS-ON          TO  EVT-NO-CKL-SW
           ELSE
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    CHECKIN-LOG
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM TALLY-ONE-CHECKIN
                   END-READ
               END-PERFORM
               CLOSE   CHECKIN-LOG
           END-IF.

      *    heads in exactly as the door's occupancy query counts them.
       TALLY-ONE-CHECKIN.
           ADD     1               TO  EVT-IN-HEADS.
           IF  CKL-GUESTS IS NUMERIC
               ADD     CKL-GUESTS      TO  EVT-IN-HEADS
           ELSE
               IF  CKL-OVERRIDE-FL NOT = "Y" AND IL-SW-OPEN = CNS-ON
                   MOVE    CKL-LNAME       TO  IL-LNAME
                   MOVE    CKL-BYEAR       TO  IL-BYEAR
                   MOVE    CKL-BMONTH      TO  IL-BMONTH
                   MOVE    CKL-BDAY        TO  IL-BDAY
                   READ    INVITEE-LIST
                       INVALID KEY CONTINUE
                   END-READ
                   IF  IL-FILE-STATUS = "00"
                       ADD     IL-GUESTS       TO  EVT-IN-HEADS
                   END-IF
               END-IF
           END-IF.

           MOVE    CKL-ARRIVE-TS   TO  WS-TS.
           PERFORM TS-TO-SECONDS.
           IF  TS-VALID-SW = CNS-ON AND WS-TS-SECONDS <= NOW-SECONDS
               IF  NOW-SECONDS - WS-TS-SECONDS < WINDOW-SECONDS
                   ADD     1               TO  EVT-RECENT-IN
               END-IF
           END-IF.

           PERFORM TALLY-STATION.

       TALLY-STATION.
           MOVE    ZERO            TO  STN-FOUND-SW.
           PERFORM VARYING STN-IDX FROM 1 BY 1
                   UNTIL STN-IDX > STN-USED OR STN-FOUND-SW = CNS-ON
               IF  CKL-STATION-ID = STN-ID ( STN-IDX )
                   MOVE    CNS-ON          TO  STN-FOUND-SW
               END-IF
           END-PERFORM.
           IF  STN-FOUND-SW = CNS-ON
               SET     STN-IDX         DOWN BY 1
               ADD     1               TO  STN-ARRIVALS ( STN-IDX )
           ELSE
               IF  STN-USED < STN-MAX
                   ADD     1               TO  STN-USED
                   MOVE    CKL-STATION-ID  TO  STN-ID ( STN-USED )
                   MOVE    1               TO  STN-ARRIVALS ( STN-USED )
               ELSE
                   MOVE    CNS-ON          TO  STN-OVERFLOW-SW
               END-IF
           END-IF.

       TALLY-CHECKOUTS.
           OPEN    INPUT           CHECKOUT-LOG.
           IF  CKO-FILE-STATUS = "00"
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    CHECKOUT-LOG
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM TALLY-ONE-CHECKOUT
                   END-READ
               END-PERFORM
               CLOSE   CHECKOUT-LOG
           END-IF.

       TALLY-ONE-CHECKOUT.
           ADD     1               TO  EVT-OUT-HEADS.
           ADD     CKO-GUESTS      TO  EVT-OUT-HEADS.
           IF  CKO-AUTO-FL NOT = "Y"
               MOVE    CKO-DEPART-TS   TO  WS-TS
               PERFORM TS-TO-SECONDS
               IF  TS-VALID-SW = CNS-ON AND
                   WS-TS-SECONDS <= NOW-SECONDS
                   IF  NOW-SECONDS - WS-TS-SECONDS < WINDOW-SECONDS
                       ADD     1               TO  EVT-RECENT-OUT
                   END-IF
               END-IF
           END-IF.

      *    the waitlist file only ever grows, so a party the door has
      *    since admitted in the session it was refused for is no
      *    longer waiting.  with no roster to check, every entry
      *    counts.
       TALLY-WAITLIST.
           OPEN    INPUT           WAITLIST.
           IF  WTL-FILE-STATUS = "00"
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    WAITLIST
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM TALLY-ONE-WAITING
                   END-READ
               END-PERFORM
               CLOSE   WAITLIST
           END-IF.

       TALLY-ONE-WAITING.
           MOVE    1               TO  WS-SESS-N.
           IF  WTL-SESSION-NO IS NUMERIC
               IF  WTL-SESSION-NO >= 1 AND WTL-SESSION-NO <= 7
                   MOVE    WTL-SESSION-NO  TO  WS-SESS-N
               END-IF
           END-IF.
           IF  IL-SW-OPEN = CNS-ON
               MOVE    WTL-LNAME       TO  IL-LNAME
               MOVE    WTL-BYEAR       TO  IL-BYEAR
               MOVE    WTL-BMONTH      TO  IL-BMONTH
               MOVE    WTL-BDAY        TO  IL-BDAY
               READ    INVITEE-LIST
                   INVALID KEY
                       ADD     1               TO  EVT-WAITING
                   NOT INVALID KEY
                       IF  IL-SESS-CHECKED-IN ( WS-SESS-N ) NOT = "Y"
                           ADD     1               TO  EVT-WAITING
                       END-IF
               END-READ
           ELSE
               ADD     1               TO  EVT-WAITING
           END-IF.

       TALLY-SECURITY.
           OPEN    INPUT           SECURITY-ALERT.
           IF  SEC-FILE-STATUS = "00"
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    SECURITY-ALERT
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END
                           ADD     1               TO  EVT-SEC-ALERTS
                   END-READ
               END-PERFORM
               CLOSE   SECURITY-ALERT
           END-IF.

      *    one block per open event, a blank line between blocks.
      *    a capacity of zero is no limit, as at the door.
       WRITE-EVENT-BLOCK.
           MOVE    SPACES          TO  SNAPSHOT-REC.
           WRITE   SNAPSHOT-REC.
           ADD     1               TO  CNT-LINES.

           MOVE    EM-EVT-ID       TO  SNP-E-EVT-ID.
           MOVE    EM-EVT-NAME     TO  SNP-E-NAME.
           MOVE    SPACES          TO  SNP-E-FLAG.
           IF  EVT-NO-CKL-SW = CNS-ON
               MOVE    " NO ARRIVALS YET"  TO  SNP-E-FLAG
           END-IF.
           IF  EVT-NO-ROSTER-SW = CNS-ON
               MOVE    " NO ROSTER LOADED" TO  SNP-E-FLAG
           END-IF.
           WRITE   SNAPSHOT-REC    FROM    SNP-EVENT-LINE.
           ADD     1               TO  CNT-LINES.

           MOVE    EVT-HEADCOUNT   TO  SNP-H-HEADS.
           MOVE    SPACES          TO  SNP-H-FLAG.
           IF  EM-CAPACITY = ZERO
               MOVE    "NO LIMIT"      TO  SNP-H-CAPACITY
           ELSE
               MOVE    EM-CAPACITY     TO  SNP-H-CAP-N
               MOVE    SNP-H-CAP-N     TO  SNP-H-CAPACITY
               IF  EVT-HEADCOUNT >= EM-CAPACITY
                   MOVE    "   ** AT CAPACITY **"  TO  SNP-H-FLAG
               END-IF
           END-IF.
           WRITE   SNAPSHOT-REC    FROM    SNP-HEAD-LINE.
           ADD     1               TO  CNT-LINES.

           MOVE    EVT-RECENT-IN   TO  SNP-R-IN.
           MOVE    EVT-RECENT-OUT  TO  SNP-R-OUT.
           WRITE   SNAPSHOT-REC    FROM    SNP-RECENT-LINE.
           ADD     1               TO  CNT-LINES.

           MOVE    EVT-WAITING     TO  SNP-C-WAIT.
           MOVE    EVT-VIP-ARRIVED TO  SNP-C-VIP-IN.
           MOVE    EVT-VIP-ROSTER  TO  SNP-C-VIP-ROSTER.
           MOVE    EVT-SEC-ALERTS  TO  SNP-C-SEC.
           WRITE   SNAPSHOT-REC    FROM    SNP-COUNT-LINE.
           ADD     1               TO  CNT-LINES.

           PERFORM VARYING STN-PRT-IDX FROM 1 BY 1
                   UNTIL STN-PRT-IDX > STN-USED
               IF  STN-ID ( STN-PRT-IDX ) = SPACES
                   MOVE    "(MAIN)"        TO  SNP-S-ID
               ELSE
                   MOVE    STN-ID ( STN-PRT-IDX )  TO  SNP-S-ID
               END-IF
               MOVE    STN-ARRIVALS ( STN-PRT-IDX )
                                       TO  SNP-S-ARRIVALS
               WRITE   SNAPSHOT-REC    FROM    SNP-STATION-LINE
               ADD     1               TO  CNT-LINES
           END-PERFORM.
           IF  STN-OVERFLOW-SW = CNS-ON
               MOVE    "  (MORE STATIONS THAN THE SCREEN SHOWS)"
                                       TO  SNAPSHOT-REC
               WRITE   SNAPSHOT-REC
               ADD     1               TO  CNT-LINES
           END-IF.

      *    a 14-digit yyyymmddhhmmss timestamp to seconds since the
      *    start of the calendar, so two stamps on different days
      *    subtract right.
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
      *        covers every open event - filed under a blank event id.
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

       RUN-CONTROL-COUNTS.
           MOVE    CNT-EVENTS      TO  RC-CNT-READ.
           MOVE    CNT-LINES       TO  RC-CNT-WRITTEN.
           MOVE    ZERO            TO  RC-CNT-REJECTED.
