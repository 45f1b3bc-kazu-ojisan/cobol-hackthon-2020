      ******************************************************************
      *  closed-event archive.  every event leaves its door files on
      *  the Lambda volume - roster, check-in, audit, check-out,
      *  badge queue, vip alert, waitlist, security alert, guest,
      *  room log, room entitlement, muster, mail extract, RSVP
      *  acknowledgement, RSVP feed, entitlement feed, queued
      *  check-in and organization master files, plus a check-in log
      *  and badge queue per door station.
      *  this batch bundles all of them into the one archive file
      *  ARCHIVE_<event>.dat and then removes the live copies.
      *
      *  the archive is a line sequential file:
      *      H  - header: event id, archive date, file count, archive
      *           status and purge date (aws_cobol_purge.cbl updates
      *           the last two)
      *      M  - manifest, one per file: file number, file name,
      *           kind, found flag and record count
      *      D  - one per live record: the file number and the record
      *           image exactly as it was
      *      T  - trailer: total data records, and the records the
      *           purge held back
      *
      *  the station files are found from the station ids on the
      *  master check-in log, which carries every arrival whichever
      *  door took it.  only a closed event not already archived is
      *  taken.  the archive is read back and its counts checked
      *  against the manifest before the event master is marked
      *  archived, and only then are the live files removed - a
      *  failure anywhere before that leaves every live file alone.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_arch.
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
           SELECT  GUEST-LIST      ASSIGN  TO  DYNAMIC  GST-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  GST-KEY
                                    FILE   STATUS  IS  GST-FILE-STATUS.
           SELECT  ROOM-ENTITLE    ASSIGN  TO  DYNAMIC  RE-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RE-KEY
                                    FILE   STATUS  IS  RE-FILE-STATUS.
           SELECT  MUSTER-FILE     ASSIGN  TO  DYNAMIC  MU-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  MU-KEY
                                    FILE   STATUS  IS  MU-FILE-STATUS.
           SELECT  ORG-MASTER      ASSIGN  TO  DYNAMIC  OM-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  OM-ORG-CD
                                    FILE   STATUS  IS  OM-FILE-STATUS.
           SELECT  LIVE-LOG        ASSIGN  TO  DYNAMIC  LOG-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  LOG-FILE-STATUS.
           SELECT  ARCHIVE-FILE    ASSIGN  TO  DYNAMIC  ARC-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  ARC-FILE-STATUS.
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

      *    restricted-room entitlements - room id plus the roster key.
       FD  ROOM-ENTITLE
           LABEL   RECORD      IS  STANDARD.
       01  ROOM-ENTITLE-REC.
           03  RE-KEY.
               05  RE-ROOM-ID           PIC  X(06).
               05  RE-LNAME             PIC  X(10).
               05  RE-BYEAR             PIC  9(4).
               05  RE-BMONTH            PIC  99.
               05  RE-BDAY              PIC  99.
           03  RE-FNAME                PIC  X(10).
           03  RE-ADDED-DATE           PIC  9(8).

      *    evacuation muster roll - one row per person inside.
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
           03  MU-UNNAMED-GUESTS       PIC  9(02).
           03  MU-ACCOUNTED            PIC  X(01).
           03  MU-ACCOUNTED-TS         PIC  X(14).
           03  MU-ACCOUNTED-AT         PIC  X(4).

      *    organization master - one row per sponsoring organization,
      *    with its billing contact and delegation lead.
       FD  ORG-MASTER
           LABEL   RECORD      IS  STANDARD.
       01  ORG-MASTER-REC.
           03  OM-ORG-CD               PIC  X(06).
           03  OM-ORG-NAME             PIC  X(30).
           03  OM-SEATS                PIC  9(05).
           03  OM-BILL-NAME            PIC  X(30).
           03  OM-BILL-EMAIL           PIC  X(40).
           03  OM-BILL-PHONE           PIC  X(15).
           03  OM-LEAD-KEY.
               05  OM-LEAD-LNAME        PIC  X(10).
               05  OM-LEAD-BYEAR        PIC  9(4).
               05  OM-LEAD-BMONTH       PIC  99.
               05  OM-LEAD-BDAY         PIC  99.

      *    any of the event's line sequential files, read as a plain
      *    record image.  the check-in log view is only used to pick
      *    up the station ids.
       FD  LIVE-LOG
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  LIVE-LOG-REC                PIC  X(100).
       01  LIVE-CKL-REC.
           03  LCK-FNAME               PIC  X(10).
           03  LCK-LNAME               PIC  X(10).
           03  LCK-BYEAR               PIC  9(4).
           03  LCK-BMONTH              PIC  99.
           03  LCK-BDAY                PIC  99.
           03  LCK-ARRIVE-TS           PIC  X(14).
           03  LCK-OVERRIDE-FL         PIC  X(01).
           03  LCK-OVERRIDE-REASON     PIC  X(20).
           03  LCK-STATION-ID          PIC  X(4).
           03  FILLER                  PIC  X(33).

      *    the event archive - header, manifest, data and trailer
      *    records, told apart by the record type in column one.
       FD  ARCHIVE-FILE
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  ARCHIVE-REC.
           03  AR-REC-TYPE             PIC  X(01).
           03  AR-FILE-NO              PIC  9(02).
           03  AR-DATA                 PIC  X(150).
       01  ARCHIVE-HDR-REC.
           03  AH-REC-TYPE             PIC  X(01).
           03  FILLER                  PIC  X(02).
           03  AH-EVT-ID               PIC  X(9).
           03  AH-ARCH-DATE            PIC  9(8).
           03  AH-FILE-CNT             PIC  9(02).
      *        A = archived, P = personal data purged.
           03  AH-STATUS               PIC  X(01).
           03  AH-PURGE-DATE           PIC  9(8).
           03  FILLER                  PIC  X(122).
       01  ARCHIVE-MAN-REC.
           03  AM-REC-TYPE             PIC  X(01).
           03  AM-FILE-NO              PIC  9(02).
           03  AM-FILE-NAME            PIC  X(40).
           03  AM-FILE-KIND            PIC  X(4).
      *        N = no live file by that name when the event was
      *        archived - listed so the manifest shows it was looked
      *        for.
           03  AM-FOUND                PIC  X(01).
           03  AM-REC-CNT              PIC  9(07).
           03  FILLER                  PIC  X(98).
       01  ARCHIVE-TRL-REC.
           03  AT-REC-TYPE             PIC  X(01).
           03  FILLER                  PIC  X(02).
           03  AT-DATA-CNT             PIC  9(07).
           03  AT-HELD-CNT             PIC  9(07).
           03  FILLER                  PIC  X(136).

      *    event master - one row per event, maintained by
      *    aws_cobol_evt.cbl.  the archive status and date are set
      *    here.
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
       01  GST-FILE-NAME               PIC  X(40).
       01  RE-FILE-NAME                PIC  X(40).
       01  MU-FILE-NAME                PIC  X(40).
       01  OM-FILE-NAME                PIC  X(40).
       01  LOG-FILE-NAME               PIC  X(40).
       01  ARC-FILE-NAME               PIC  X(40).
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  IL-FILE-STATUS              PIC X(02).
       01  GST-FILE-STATUS             PIC X(02).
       01  RE-FILE-STATUS              PIC X(02).
       01  MU-FILE-STATUS              PIC X(02).
       01  OM-FILE-STATUS              PIC X(02).
       01  LOG-FILE-STATUS             PIC X(02).
       01  ARC-FILE-STATUS             PIC X(02).
       01  EM-FILE-STATUS              PIC X(02).

      *    the files to archive, in archive order.  the kind tells
      *    the purge where the names and birth dates sit in each
      *    record image.
       01  FT-TABLE.
           03  FT-ENTRY                OCCURS 60 TIMES.
               05  FT-NAME              PIC  X(40).
               05  FT-KIND              PIC  X(4).
               05  FT-FOUND             PIC  X(01).
               05  FT-COUNT             PIC  9(07).
               05  FT-VERIFY-CNT        PIC  9(07).
       01  FT-USED                     PIC 9(02)   VALUE ZERO.
       01  FT-CUR                      PIC 9(02)   VALUE ZERO.
       01  FT-PREFIX                   PIC  X(20).
       01  FT-SUFFIX                   PIC  X(4).

      *    door stations seen on the master check-in log.
       01  STN-TABLE.
           03  STN-ENTRY               OCCURS 20 TIMES
                                        INDEXED BY STN-IDX.
               05  STN-ID              PIC  X(4).
       01  STN-USED                    PIC 9(2)    VALUE ZERO.
       01  STN-MAX                     PIC 9(2)    VALUE 20.
       01  STN-CUR                     PIC 9(2)    VALUE ZERO.

       01  LIVE-END-SW                 PIC 9(01)   VALUE ZERO.
       01  LIVE-OPEN-SW                PIC 9(01)   VALUE ZERO.
       01  LIVE-REC-IMAGE              PIC  X(150).
       01  VERIFY-FAILED-SW            PIC 9(01)   VALUE ZERO.
       01  WS-TODAY                    PIC 9(8).

       01  CNT-FILES-FOUND             PIC 9(04)   VALUE ZERO.
       01  CNT-LIVE-RECS               PIC 9(07)   VALUE ZERO.
       01  CNT-ARCHIVED                PIC 9(07)   VALUE ZERO.
       01  CNT-REMOVED                 PIC 9(04)   VALUE ZERO.
       01  CNT-NOT-REMOVED             PIC 9(04)   VALUE ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "ARCHIVE".
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
           PERFORM RUN-CONTROL-START.
           DISPLAY "CLOSED-EVENT ARCHIVE".
           DISPLAY "EVENT ID: " EVT-ID.
           ACCEPT  WS-TODAY        FROM DATE YYYYMMDD.

           PERFORM BUILD-FILE-TABLE.
           PERFORM VARYING FT-CUR FROM 1 BY 1 UNTIL FT-CUR > FT-USED
               PERFORM COUNT-ONE-FILE
           END-PERFORM.

           PERFORM WRITE-ARCHIVE.
           PERFORM VERIFY-ARCHIVE.
           IF  VERIFY-FAILED-SW = CNS-ON
               DISPLAY "ARCHIVE " ARC-FILE-NAME " DOES NOT MATCH ITS "
                       "MANIFEST - LIVE FILES KEPT - RUN ABORTED"
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           PERFORM MARK-EVENT-ARCHIVED.
           PERFORM VARYING FT-CUR FROM 1 BY 1 UNTIL FT-CUR > FT-USED
               PERFORM REMOVE-ONE-FILE
           END-PERFORM.

           PERFORM PRINT-TOTALS.
      *    a live file left behind still holds the personal data the
      *    archive was meant to take away - the step fails so it is
      *    looked at.
           IF  CNT-NOT-REMOVED > ZERO
               MOVE    "F"             TO  RC-STEP-STATUS
           ELSE
               MOVE    "C"             TO  RC-STEP-STATUS
           END-IF.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

      *    archiving records its result on the event master, so the
      *    legacy single-file setup (blank event id) is not archived.
       RESOLVE-FILE-NAMES.
           DISPLAY "EVENT_ID"      UPON    ENVIRONMENT-NAME.
           ACCEPT  EVT-ID          FROM    ENVIRONMENT-VALUE.
           IF  EVT-ID = SPACES
               ACCEPT  EVT-ID      FROM    CONSOLE
           END-IF.
           IF  EVT-ID = SPACES
               DISPLAY "NO EVENT ID - RUN ABORTED"
               STOP RUN
           END-IF.

           STRING  "ARCHIVE_"                 DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                   ".dat"                     DELIMITED BY SIZE
                   INTO ARC-FILE-NAME.

      *    only a closed event is archived - an open one still has
      *    doors writing to its files - and never twice.
       VALIDATE-EVENT.
           OPEN    INPUT           EVENT-MASTER.
           IF  EM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN EVENT MASTER " EM-FILE-NAME
                       " STATUS " EM-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE    EVT-ID          TO  EM-EVT-ID.
           READ    EVENT-MASTER
               INVALID KEY
                   DISPLAY "EVENT " EVT-ID " NOT IN EVENT "
                           "MASTER - RUN ABORTED"
                   CLOSE   EVENT-MASTER
                   STOP RUN
           END-READ.
           CLOSE   EVENT-MASTER.
           IF  EM-ARCH-STATUS = "A" OR EM-ARCH-STATUS = "P"
               DISPLAY "EVENT " EVT-ID " ALREADY ARCHIVED "
                       EM-ARCH-DATE " - RUN ABORTED"
               STOP RUN
           END-IF.
           IF  EM-STATUS NOT = "C"
               DISPLAY "EVENT " EVT-ID " IS NOT CLOSED - "
                       "RUN ABORTED"
               STOP RUN
           END-IF.

      *    the event's own files first, then a check-in log and a
      *    badge queue for each station the master log has seen.
       BUILD-FILE-TABLE.
           MOVE    ZERO            TO  FT-USED.
           MOVE    "INVITEE_LIST_"     TO  FT-PREFIX.
           MOVE    ".dat"              TO  FT-SUFFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "ROST"              TO  FT-KIND ( FT-USED ).
           MOVE    "CHECKIN_LOG_"      TO  FT-PREFIX.
           MOVE    ".csv"              TO  FT-SUFFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "CKIN"              TO  FT-KIND ( FT-USED ).
           MOVE    "AUDIT_LOG_"        TO  FT-PREFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "AUDT"              TO  FT-KIND ( FT-USED ).
           MOVE    "CHECKOUT_LOG_"     TO  FT-PREFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "CKOT"              TO  FT-KIND ( FT-USED ).
           MOVE    "BADGE_QUEUE_"      TO  FT-PREFIX.
           MOVE    ".dat"              TO  FT-SUFFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "BDGQ"              TO  FT-KIND ( FT-USED ).
           MOVE    "VIP_ALERTS_"       TO  FT-PREFIX.
           MOVE    ".csv"              TO  FT-SUFFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "VIPA"              TO  FT-KIND ( FT-USED ).
           MOVE    "WAITLIST_"         TO  FT-PREFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "WAIT"              TO  FT-KIND ( FT-USED ).
           MOVE    "SECURITY_ALERTS_"  TO  FT-PREFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "SECA"              TO  FT-KIND ( FT-USED ).
           MOVE    "GUEST_LIST_"       TO  FT-PREFIX.
           MOVE    ".dat"              TO  FT-SUFFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "GUST"              TO  FT-KIND ( FT-USED ).
           MOVE    "ROOM_LOG_"         TO  FT-PREFIX.
           MOVE    ".csv"              TO  FT-SUFFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "RMLG"              TO  FT-KIND ( FT-USED ).
           MOVE    "ROOM_ENTITLE_"     TO  FT-PREFIX.
           MOVE    ".dat"              TO  FT-SUFFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "RENT"              TO  FT-KIND ( FT-USED ).
           MOVE    "MUSTER_"           TO  FT-PREFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "MUST"              TO  FT-KIND ( FT-USED ).
           MOVE    "MAIL_EXTRACT_"     TO  FT-PREFIX.
           MOVE    ".csv"              TO  FT-SUFFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "MAIL"              TO  FT-KIND ( FT-USED ).
           MOVE    "RSVP_ACK_"         TO  FT-PREFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "RACK"              TO  FT-KIND ( FT-USED ).
           MOVE    "RSVP_TRANS_"       TO  FT-PREFIX.
           MOVE    ".dat"              TO  FT-SUFFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "RSVT"              TO  FT-KIND ( FT-USED ).
           MOVE    "ENTITLE_TRANS_"    TO  FT-PREFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "ENTT"              TO  FT-KIND ( FT-USED ).
           MOVE    "QUEUED_CHECKIN_"   TO  FT-PREFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "QCKN"              TO  FT-KIND ( FT-USED ).
           MOVE    "ORG_MASTER_"       TO  FT-PREFIX.
           PERFORM ADD-EVENT-FILE.
           MOVE    "ORGM"              TO  FT-KIND ( FT-USED ).

           PERFORM COLLECT-STATIONS.
           PERFORM VARYING STN-CUR FROM 1 BY 1
                   UNTIL STN-CUR > STN-USED
               ADD     1               TO  FT-USED
               MOVE    SPACES          TO  FT-NAME ( FT-USED )
               STRING  "CHECKIN_LOG_"             DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       "_"                        DELIMITED BY SIZE
                       FUNCTION TRIM ( STN-ID ( STN-CUR ) )
                                                  DELIMITED BY SIZE
                       ".csv"                     DELIMITED BY SIZE
                       INTO FT-NAME ( FT-USED )
               MOVE    "STLG"          TO  FT-KIND ( FT-USED )
               ADD     1               TO  FT-USED
               MOVE    SPACES          TO  FT-NAME ( FT-USED )
               STRING  "BADGE_QUEUE_"             DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       "_"                        DELIMITED BY SIZE
                       FUNCTION TRIM ( STN-ID ( STN-CUR ) )
                                                  DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO FT-NAME ( FT-USED )
               MOVE    "STBQ"          TO  FT-KIND ( FT-USED )
           END-PERFORM.

       ADD-EVENT-FILE.
           ADD     1               TO  FT-USED.
           MOVE    SPACES          TO  FT-NAME ( FT-USED ).
           STRING  FT-PREFIX                  DELIMITED BY SPACE
                   FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                   FT-SUFFIX                  DELIMITED BY SPACE
                   INTO FT-NAME ( FT-USED ).

      *    the same table limit as the station merge - a station past
      *    it is reported, and its files stay live for a second look.
       COLLECT-STATIONS.
           MOVE    ZERO            TO  STN-USED.
           MOVE    FT-NAME ( 2 )   TO  LOG-FILE-NAME.
           OPEN    INPUT           LIVE-LOG.
           IF  LOG-FILE-STATUS = "00"
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    LIVE-LOG
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END
                           IF  LCK-STATION-ID NOT = SPACES
                               PERFORM NOTE-STATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   LIVE-LOG
           END-IF.

       NOTE-STATION.
           SET     STN-IDX         TO  1.
           SEARCH  STN-ENTRY
               AT END
                   DISPLAY "STATION TABLE FULL - STATION "
                           LCK-STATION-ID " NOT ARCHIVED"
               WHEN STN-IDX > STN-USED
                   IF  STN-USED < STN-MAX
                       ADD     1               TO  STN-USED
                       MOVE    LCK-STATION-ID  TO  STN-ID ( STN-USED )
                   ELSE
                       DISPLAY "STATION TABLE FULL - STATION "
                               LCK-STATION-ID " NOT ARCHIVED"
                   END-IF
               WHEN STN-ID ( STN-IDX ) = LCK-STATION-ID
                   CONTINUE
           END-SEARCH.

      *    first pass over a live file - the manifest count goes
      *    ahead of the data in the archive.
       COUNT-ONE-FILE.
           MOVE    ZERO            TO  FT-COUNT ( FT-CUR ).
           MOVE    "N"             TO  FT-FOUND ( FT-CUR ).
           PERFORM OPEN-LIVE-FILE.
           IF  LIVE-OPEN-SW = CNS-ON
               MOVE    "Y"             TO  FT-FOUND ( FT-CUR )
               ADD     1               TO  CNT-FILES-FOUND
               PERFORM READ-LIVE-FILE
               PERFORM UNTIL LIVE-END-SW = CNS-ON
                   ADD     1               TO  FT-COUNT ( FT-CUR )
                   ADD     1               TO  CNT-LIVE-RECS
                   PERFORM READ-LIVE-FILE
               END-PERFORM
               PERFORM CLOSE-LIVE-FILE
           END-IF.

       OPEN-LIVE-FILE.
           MOVE    ZERO            TO  LIVE-OPEN-SW.
           MOVE    ZERO            TO  LIVE-END-SW.
           EVALUATE FT-KIND ( FT-CUR )
               WHEN "ROST"
                   MOVE    FT-NAME ( FT-CUR )  TO  EVT-FILE-NAME
                   OPEN    INPUT           INVITEE-LIST
                   IF  IL-FILE-STATUS = "00"
                       MOVE    CNS-ON          TO  LIVE-OPEN-SW
                   END-IF
               WHEN "GUST"
                   MOVE    FT-NAME ( FT-CUR )  TO  GST-FILE-NAME
                   OPEN    INPUT           GUEST-LIST
                   IF  GST-FILE-STATUS = "00"
                       MOVE    CNS-ON          TO  LIVE-OPEN-SW
                   END-IF
               WHEN "RENT"
                   MOVE    FT-NAME ( FT-CUR )  TO  RE-FILE-NAME
                   OPEN    INPUT           ROOM-ENTITLE
                   IF  RE-FILE-STATUS = "00"
                       MOVE    CNS-ON          TO  LIVE-OPEN-SW
                   END-IF
               WHEN "MUST"
                   MOVE    FT-NAME ( FT-CUR )  TO  MU-FILE-NAME
                   OPEN    INPUT           MUSTER-FILE
                   IF  MU-FILE-STATUS = "00"
                       MOVE    CNS-ON          TO  LIVE-OPEN-SW
                   END-IF
               WHEN "ORGM"
                   MOVE    FT-NAME ( FT-CUR )  TO  OM-FILE-NAME
                   OPEN    INPUT           ORG-MASTER
                   IF  OM-FILE-STATUS = "00"
                       MOVE    CNS-ON          TO  LIVE-OPEN-SW
                   END-IF
               WHEN OTHER
                   MOVE    FT-NAME ( FT-CUR )  TO  LOG-FILE-NAME
                   OPEN    INPUT           LIVE-LOG
                   IF  LOG-FILE-STATUS = "00"
                       MOVE    CNS-ON          TO  LIVE-OPEN-SW
                   END-IF
           END-EVALUATE.

       READ-LIVE-FILE.
           MOVE    SPACES          TO  LIVE-REC-IMAGE.
           EVALUATE FT-KIND ( FT-CUR )
               WHEN "ROST"
                   READ    INVITEE-LIST    NEXT
                       AT END  MOVE    CNS-ON  TO  LIVE-END-SW
                       NOT AT END
                           MOVE    INVITEE-LIST-REC
                                               TO  LIVE-REC-IMAGE
                   END-READ
               WHEN "GUST"
                   READ    GUEST-LIST      NEXT
                       AT END  MOVE    CNS-ON  TO  LIVE-END-SW
                       NOT AT END
                           MOVE    GUEST-LIST-REC  TO  LIVE-REC-IMAGE
                   END-READ
               WHEN "RENT"
                   READ    ROOM-ENTITLE    NEXT
                       AT END  MOVE    CNS-ON  TO  LIVE-END-SW
                       NOT AT END
                           MOVE    ROOM-ENTITLE-REC
                                               TO  LIVE-REC-IMAGE
                   END-READ
               WHEN "MUST"
                   READ    MUSTER-FILE     NEXT
                       AT END  MOVE    CNS-ON  TO  LIVE-END-SW
                       NOT AT END
                           MOVE    MUSTER-REC      TO  LIVE-REC-IMAGE
                   END-READ
               WHEN "ORGM"
                   READ    ORG-MASTER      NEXT
                       AT END  MOVE    CNS-ON  TO  LIVE-END-SW
                       NOT AT END
                           MOVE    ORG-MASTER-REC  TO  LIVE-REC-IMAGE
                   END-READ
               WHEN OTHER
                   READ    LIVE-LOG
                       AT END  MOVE    CNS-ON  TO  LIVE-END-SW
                       NOT AT END
                           MOVE    LIVE-LOG-REC    TO  LIVE-REC-IMAGE
                   END-READ
           END-EVALUATE.

       CLOSE-LIVE-FILE.
           EVALUATE FT-KIND ( FT-CUR )
               WHEN "ROST"
                   CLOSE   INVITEE-LIST
               WHEN "GUST"
                   CLOSE   GUEST-LIST
               WHEN "RENT"
                   CLOSE   ROOM-ENTITLE
               WHEN "MUST"
                   CLOSE   MUSTER-FILE
               WHEN "ORGM"
                   CLOSE   ORG-MASTER
               WHEN OTHER
                   CLOSE   LIVE-LOG
           END-EVALUATE.

      *    second pass - header, manifest, every live record, trailer.
       WRITE-ARCHIVE.
           OPEN    OUTPUT          ARCHIVE-FILE.
           IF  ARC-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ARCHIVE " ARC-FILE-NAME
                       " STATUS " ARC-FILE-STATUS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           MOVE    SPACES          TO  ARCHIVE-HDR-REC.
           MOVE    "H"             TO  AH-REC-TYPE.
           MOVE    EVT-ID          TO  AH-EVT-ID.
           MOVE    WS-TODAY        TO  AH-ARCH-DATE.
           MOVE    FT-USED         TO  AH-FILE-CNT.
           MOVE    "A"             TO  AH-STATUS.
           MOVE    ZERO            TO  AH-PURGE-DATE.
           WRITE   ARCHIVE-HDR-REC.

           PERFORM VARYING FT-CUR FROM 1 BY 1 UNTIL FT-CUR > FT-USED
               MOVE    SPACES              TO  ARCHIVE-MAN-REC
               MOVE    "M"                 TO  AM-REC-TYPE
               MOVE    FT-CUR              TO  AM-FILE-NO
               MOVE    FT-NAME ( FT-CUR )  TO  AM-FILE-NAME
               MOVE    FT-KIND ( FT-CUR )  TO  AM-FILE-KIND
               MOVE    FT-FOUND ( FT-CUR ) TO  AM-FOUND
               MOVE    FT-COUNT ( FT-CUR ) TO  AM-REC-CNT
               WRITE   ARCHIVE-MAN-REC
           END-PERFORM.

           PERFORM VARYING FT-CUR FROM 1 BY 1 UNTIL FT-CUR > FT-USED
               IF  FT-FOUND ( FT-CUR ) = "Y"
                   PERFORM COPY-ONE-FILE
               END-IF
           END-PERFORM.

           MOVE    SPACES          TO  ARCHIVE-TRL-REC.
           MOVE    "T"             TO  AT-REC-TYPE.
           MOVE    CNT-ARCHIVED    TO  AT-DATA-CNT.
           MOVE    ZERO            TO  AT-HELD-CNT.
           WRITE   ARCHIVE-TRL-REC.
           CLOSE   ARCHIVE-FILE.

       COPY-ONE-FILE.
           PERFORM OPEN-LIVE-FILE.
           IF  LIVE-OPEN-SW = CNS-ON
               PERFORM READ-LIVE-FILE
               PERFORM UNTIL LIVE-END-SW = CNS-ON
                   MOVE    "D"             TO  AR-REC-TYPE
                   MOVE    FT-CUR          TO  AR-FILE-NO
                   MOVE    LIVE-REC-IMAGE  TO  AR-DATA
                   WRITE   ARCHIVE-REC
                   ADD     1               TO  CNT-ARCHIVED
                   PERFORM READ-LIVE-FILE
               END-PERFORM
               PERFORM CLOSE-LIVE-FILE
           END-IF.

      *    the archive read back: every file's data records counted
      *    against its manifest line, and the total against the
      *    trailer.  a live file that grew between the two passes
      *    shows up here as well.
       VERIFY-ARCHIVE.
           MOVE    ZERO            TO  VERIFY-FAILED-SW.
           PERFORM VARYING FT-CUR FROM 1 BY 1 UNTIL FT-CUR > FT-USED
               MOVE    ZERO            TO  FT-VERIFY-CNT ( FT-CUR )
           END-PERFORM.
           OPEN    INPUT           ARCHIVE-FILE.
           IF  ARC-FILE-STATUS NOT = "00"
               MOVE    CNS-ON          TO  VERIFY-FAILED-SW
           ELSE
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    ARCHIVE-FILE
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM VERIFY-ONE-REC
                   END-READ
               END-PERFORM
               CLOSE   ARCHIVE-FILE
           END-IF.
           PERFORM VARYING FT-CUR FROM 1 BY 1 UNTIL FT-CUR > FT-USED
               IF  FT-VERIFY-CNT ( FT-CUR ) NOT = FT-COUNT ( FT-CUR )
                   DISPLAY "COUNT MISMATCH " FT-NAME ( FT-CUR )
                           " MANIFEST " FT-COUNT ( FT-CUR )
                           " ARCHIVED " FT-VERIFY-CNT ( FT-CUR )
                   MOVE    CNS-ON          TO  VERIFY-FAILED-SW
               END-IF
               PERFORM RECOUNT-ONE-FILE
           END-PERFORM.

       VERIFY-ONE-REC.
           IF  AR-REC-TYPE = "D"
               IF  AR-FILE-NO >= 1 AND AR-FILE-NO <= FT-USED
                   ADD     1       TO  FT-VERIFY-CNT ( AR-FILE-NO )
               ELSE
                   MOVE    CNS-ON          TO  VERIFY-FAILED-SW
               END-IF
           END-IF.
           IF  AR-REC-TYPE = "T" AND AT-DATA-CNT NOT = CNT-ARCHIVED
               MOVE    CNS-ON          TO  VERIFY-FAILED-SW
           END-IF.

      *    a door still writing to a file would leave records behind
      *    that the archive never saw - the live file is counted once
      *    more before anything is removed.
       RECOUNT-ONE-FILE.
           IF  FT-FOUND ( FT-CUR ) = "Y"
               MOVE    ZERO            TO  FT-VERIFY-CNT ( FT-CUR )
               PERFORM OPEN-LIVE-FILE
               IF  LIVE-OPEN-SW = CNS-ON
                   PERFORM READ-LIVE-FILE
                   PERFORM UNTIL LIVE-END-SW = CNS-ON
                       ADD     1       TO  FT-VERIFY-CNT ( FT-CUR )
                       PERFORM READ-LIVE-FILE
                   END-PERFORM
                   PERFORM CLOSE-LIVE-FILE
               END-IF
               IF  FT-VERIFY-CNT ( FT-CUR ) NOT = FT-COUNT ( FT-CUR )
                   DISPLAY "LIVE FILE CHANGED " FT-NAME ( FT-CUR )
                   MOVE    CNS-ON          TO  VERIFY-FAILED-SW
               END-IF
           END-IF.

       MARK-EVENT-ARCHIVED.
           OPEN    I-O             EVENT-MASTER.
           IF  EM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN EVENT MASTER " EM-FILE-NAME
                       " STATUS " EM-FILE-STATUS
                       " - LIVE FILES KEPT - RUN ABORTED"
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.
           MOVE    EVT-ID          TO  EM-EVT-ID.
           READ    EVENT-MASTER
               INVALID KEY
                   DISPLAY "EVENT " EVT-ID " GONE FROM EVENT MASTER"
                           " - LIVE FILES KEPT - RUN ABORTED"
                   CLOSE   EVENT-MASTER
                   MOVE    "F"             TO  RC-STEP-STATUS
                   PERFORM RUN-CONTROL-END
                   STOP RUN
           END-READ.
           MOVE    "A"             TO  EM-ARCH-STATUS.
           MOVE    WS-TODAY        TO  EM-ARCH-DATE.
           MOVE    ZERO            TO  EM-PURGE-DATE.
           REWRITE EVENT-MASTER-REC.
           CLOSE   EVENT-MASTER.

       REMOVE-ONE-FILE.
           IF  FT-FOUND ( FT-CUR ) = "Y"
               CALL    "CBL_DELETE_FILE"   USING   FT-NAME ( FT-CUR )
               IF  RETURN-CODE = ZERO
                   ADD     1               TO  CNT-REMOVED
               ELSE
                   ADD     1               TO  CNT-NOT-REMOVED
                   DISPLAY "NOT REMOVED: " FT-NAME ( FT-CUR )
                           " - RETURN CODE " RETURN-CODE
               END-IF
           END-IF.

       PRINT-TOTALS.
           PERFORM VARYING FT-CUR FROM 1 BY 1 UNTIL FT-CUR > FT-USED
               IF  FT-FOUND ( FT-CUR ) = "Y"
                   DISPLAY "  " FT-NAME ( FT-CUR ) " "
                           FT-COUNT ( FT-CUR )
               ELSE
                   DISPLAY "  " FT-NAME ( FT-CUR ) " NOT FOUND"
               END-IF
           END-PERFORM.
           DISPLAY "FILES ARCHIVED:        " CNT-FILES-FOUND.
           DISPLAY "RECORDS ARCHIVED:      " CNT-ARCHIVED.
           DISPLAY "LIVE FILES REMOVED:    " CNT-REMOVED.
           DISPLAY "NOT REMOVED (ERROR):   " CNT-NOT-REMOVED.
           DISPLAY "ARCHIVE FILE:          " ARC-FILE-NAME.

       RUN-CONTROL-COUNTS.
           MOVE    CNT-LIVE-RECS   TO  RC-CNT-READ.
           MOVE    CNT-ARCHIVED    TO  RC-CNT-WRITTEN.
           MOVE    CNT-NOT-REMOVED TO  RC-CNT-REJECTED.

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
