      ******************************************************************
      *  invitation list builder for a recurring event.  selects
      *  people off the cumulative attendance history ATTEND_HIST.dat
      *  and writes them as an RSVP feed for the new event, in the
      *  exact layout aws_cobol_load.cbl applies - header, one "A"
      *  add per person, trailer - so last year's list no longer goes
      *  through a spreadsheet and a retyping pass.
      *
      *  the new event's id comes from EVENT_ID (else the console) and
      *  must be on the event master.  the selection criteria follow
      *  on one console line, every one optional and all of them
      *  required together:
      *      cols  1- 4  minimum events attended (blank = no minimum)
      *      cols  5-13  a past event the person must have attended
      *      cols 14-17  tiers held on that event's roster, e.g. "VS"
      *                  (blank = any; needs the past event)
      *      col  18     Y = nobody ever admitted on an override
      *
      *  a person merged by aws_cobol_alias.cbl comes out once, under
      *  the surviving key - their retired keys are still followed to
      *  the past rosters and the deny list, since those files were
      *  written before the merge.  anyone who qualifies but is on
      *  DENY_LIST.dat is left out and listed on the report.
      *
      *  each person carries forward the tier and guest allowance off
      *  the roster of the last event they attended (AH-LAST-EVT);
      *  with no such roster row they go out as general, no guests.
      *  their organization code comes forward too, but only when the
      *  new event's organization master already holds it - the
      *  loader would refuse the whole RSVP over an organization not
      *  yet set up, so otherwise they go out as an individual.
      *  the feed sequence is the next one the loader expects for the
      *  new event, and a feed still waiting to be applied is never
      *  overwritten.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_invite.
       AUTHOR.                     kazuOji.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ATTEND-HIST     ASSIGN  TO  DYNAMIC  AH-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  SEQUENTIAL
                                    RECORD  KEY     IS  AH-KEY
                                    FILE   STATUS  IS  AH-FILE-STATUS.
           SELECT  HIST-ALIAS      ASSIGN  TO  DYNAMIC  AL-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  AL-KEY
                                    FILE   STATUS  IS  AL-FILE-STATUS.
           SELECT  DENY-LIST       ASSIGN  TO  DYNAMIC  DL-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  DL-KEY
                                    FILE   STATUS  IS  DL-FILE-STATUS.
           SELECT  PAST-ROSTER     ASSIGN  TO  DYNAMIC  PR-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  PR-KEY
                                    FILE   STATUS  IS  PR-FILE-STATUS.
           SELECT  LAST-ROSTER     ASSIGN  TO  DYNAMIC  LR-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  LR-KEY
                                    FILE   STATUS  IS  LR-FILE-STATUS.
           SELECT  RSVP-TRANS      ASSIGN  TO  DYNAMIC  RSV-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  RSV-FILE-STATUS.
           SELECT  FEED-CONTROL    ASSIGN  TO  DYNAMIC  FC-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  FC-EVT-ID
                                    FILE   STATUS  IS  FC-FILE-STATUS.
           SELECT  ORG-MASTER      ASSIGN  TO  DYNAMIC  OM-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  OM-ORG-CD
                                    FILE   STATUS  IS  OM-FILE-STATUS.
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
       FD  ATTEND-HIST
           LABEL   RECORD      IS  STANDARD.
       01  ATTEND-HIST-REC.
           03  AH-FNAME                PIC  X(10).
           03  AH-KEY.
               05  AH-LNAME             PIC  X(10).
               05  AH-BYEAR             PIC  9(4).
               05  AH-BMONTH            PIC  99.
               05  AH-BDAY              PIC  99.
           03  AH-EVENT-CNT            PIC  9(04).
           03  AH-GUEST-CNT            PIC  9(04).
           03  AH-OVERRIDE-CNT         PIC  9(04).
           03  AH-LAST-EVT             PIC  X(9).

      *    one row per retired history key, pointing at the key that
      *    survived its merge - written by aws_cobol_alias.cbl.
       FD  HIST-ALIAS
           LABEL   RECORD      IS  STANDARD.
       01  HIST-ALIAS-REC.
           03  AL-KEY.
               05  AL-LNAME             PIC  X(10).
               05  AL-BYEAR             PIC  9(4).
               05  AL-BMONTH            PIC  99.
               05  AL-BDAY              PIC  99.
           03  AL-SURV-KEY.
               05  AL-SURV-LNAME        PIC  X(10).
               05  AL-SURV-BYEAR        PIC  9(4).
               05  AL-SURV-BMONTH       PIC  99.
               05  AL-SURV-BDAY         PIC  99.
           03  AL-MERGED-DATE          PIC  9(8).

      *    deny list - people barred from the venues, maintained by
      *    aws_cobol_deny.cbl and keyed the same way as the roster.
       FD  DENY-LIST
           LABEL   RECORD      IS  STANDARD.
       01  DENY-LIST-REC.
           03  DL-FNAME                PIC  X(10).
           03  DL-KEY.
               05  DL-LNAME             PIC  X(10).
               05  DL-BYEAR             PIC  9(4).
               05  DL-BMONTH            PIC  99.
               05  DL-BDAY              PIC  99.
           03  DL-REASON               PIC  X(20).
           03  DL-ADDED-DATE           PIC  9(8).

      *    the named past event's roster - who attended it, and the
      *    tier they held there.
       FD  PAST-ROSTER
           LABEL   RECORD      IS  STANDARD.
       01  PAST-ROSTER-REC.
           03  PR-FNAME                PIC  X(10).
           03  PR-KEY.
               05  PR-LNAME             PIC  X(10).
               05  PR-BYEAR             PIC  9(4).
               05  PR-BMONTH            PIC  99.
               05  PR-BDAY              PIC  99.
           03  PR-CHECKED-IN           PIC  X(01).
           03  PR-GUESTS                PIC  9(02).
           03  PR-TIER                 PIC  X(01).
           03  PR-SESS-FLAGS.
               05  PR-SESS-CHECKED-IN   PIC  X(01)  OCCURS 7 TIMES.
           03  PR-ADMIT-CD             PIC  X(08).
           03  PR-ORG-CD               PIC  X(06).

      *    the roster of each person's last attended event, opened in
      *    turn as the sorted selections reach it - tier and guest
      *    allowance are carried forward from here.
       FD  LAST-ROSTER
           LABEL   RECORD      IS  STANDARD.
       01  LAST-ROSTER-REC.
           03  LR-FNAME                PIC  X(10).
           03  LR-KEY.
               05  LR-LNAME             PIC  X(10).
               05  LR-BYEAR             PIC  9(4).
               05  LR-BMONTH            PIC  99.
               05  LR-BDAY              PIC  99.
           03  LR-CHECKED-IN           PIC  X(01).
           03  LR-GUESTS                PIC  9(02).
           03  LR-TIER                 PIC  X(01).
           03  LR-SESS-FLAGS.
               05  LR-SESS-CHECKED-IN   PIC  X(01)  OCCURS 7 TIMES.
           03  LR-ADMIT-CD             PIC  X(08).
           03  LR-ORG-CD               PIC  X(06).

      *    the new event's RSVP feed, exactly as aws_cobol_load.cbl
      *    reads it.
       FD  RSVP-TRANS
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  RSVP-TRANS-REC.
           03  RSV-ACTION              PIC  X(01).
           03  RSV-FNAME               PIC  X(10).
           03  RSV-LNAME               PIC  X(10).
           03  RSV-BYEAR               PIC  9(4).
           03  RSV-BMONTH              PIC  99.
           03  RSV-BDAY                PIC  99.
           03  RSV-GUESTS              PIC  9(02).
           03  RSV-TIER                PIC  X(01).
           03  RSV-GUEST-FNAME         PIC  X(10).
           03  RSV-GUEST-LNAME         PIC  X(10).
           03  RSV-ORG-CD              PIC  X(06).
       01  RSVP-HEADER-REC.
           03  RSH-TYPE                PIC  X(01).
           03  RSH-EVT-ID              PIC  X(9).
           03  RSH-FEED-DATE           PIC  9(8).
           03  RSH-FEED-SEQ            PIC  9(06).
       01  RSVP-TRAILER-REC.
           03  RST-TYPE                PIC  X(01).
           03  RST-DETAIL-CNT          PIC  9(07).
           03  RST-ADD-CNT             PIC  9(07).
           03  RST-CHANGE-CNT          PIC  9(07).
           03  RST-CANCEL-CNT          PIC  9(07).
           03  RST-GUEST-CNT           PIC  9(07).

      *    last feed applied per event, kept by aws_cobol_load.cbl -
      *    read here only to number the new feed.
       FD  FEED-CONTROL
           LABEL   RECORD      IS  STANDARD.
       01  FEED-CONTROL-REC.
           03  FC-EVT-ID               PIC  X(9).
           03  FC-LAST-SEQ             PIC  9(06).
           03  FC-LAST-FEED-DATE       PIC  9(8).
           03  FC-APPLIED-TS           PIC  X(14).
           03  FC-LAST-ADMIT-SEQ       PIC  9(05).

      *    the new event's organization master, maintained by
      *    aws_cobol_org.cbl.
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

      *    selected people, sorted by last attended event so each
      *    past roster is opened once.
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           03  SRT-LAST-EVT            PIC  X(9).
           03  SRT-KEY.
               05  SRT-LNAME            PIC  X(10).
               05  SRT-BYEAR            PIC  9(4).
               05  SRT-BMONTH           PIC  99.
               05  SRT-BDAY             PIC  99.
           03  SRT-FNAME               PIC  X(10).

      *    event master - one row per event, maintained by
      *    aws_cobol_evt.cbl.  the new event must be on it.
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
       01  AH-FILE-NAME                PIC  X(40)
                                        VALUE "ATTEND_HIST.dat".
       01  AL-FILE-NAME                PIC  X(40)
                                        VALUE "HIST_ALIAS.dat".
       01  DL-FILE-NAME                PIC  X(40)
                                        VALUE "DENY_LIST.dat".
       01  FC-FILE-NAME                PIC  X(40)
                                        VALUE "FEED_CONTROL.dat".
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  PR-FILE-NAME                PIC  X(40).
       01  LR-FILE-NAME                PIC  X(40).
       01  RSV-FILE-NAME               PIC  X(40).
       01  OM-FILE-NAME                PIC  X(40).
       01  OM-FILE-STATUS              PIC X(02).
       01  OM-SW-OPEN                  PIC 9(01)   VALUE   ZERO.
       01  AH-FILE-STATUS              PIC X(02).
       01  AL-FILE-STATUS              PIC X(02).
       01  DL-FILE-STATUS              PIC X(02).
       01  PR-FILE-STATUS              PIC X(02).
       01  LR-FILE-STATUS              PIC X(02).
       01  RSV-FILE-STATUS             PIC X(02).
       01  FC-FILE-STATUS              PIC X(02).
       01  EM-FILE-STATUS              PIC X(02).
       01  DL-SW-OPEN                  PIC 9(01)   VALUE   ZERO.
       01  PR-SW-OPEN                  PIC 9(01)   VALUE   ZERO.
       01  LR-SW-OPEN                  PIC 9(01)   VALUE   ZERO.

      *    selection criteria as keyed on the console.
       01  CRITERIA-IN.
           03  CRT-MIN-EVENTS          PIC  X(04).
           03  CRT-PAST-EVT            PIC  X(9).
           03  CRT-TIERS.
               05  CRT-TIER            PIC  X(01)  OCCURS 4 TIMES.
           03  CRT-NO-OVERRIDE         PIC  X(01).
       01  CRT-MIN-N                   PIC 9(04)   VALUE ZERO.
       01  CRT-TIER-IDX                PIC 9(01)   VALUE ZERO.

      *    retired keys and their survivors, loaded once off the alias
      *    file so a survivor's retired keys can be found going the
      *    other way.  merges are run by hand, one person at a time,
      *    so a thousand covers years of them.
       01  ALIAS-TABLE.
           03  ALS-ENTRY               OCCURS 1000 TIMES
                                        INDEXED BY ALS-IDX.
               05  ALS-RETD-KEY        PIC  X(18).
               05  ALS-SURV-KEY        PIC  X(18).
       01  ALS-USED                    PIC 9(04)   VALUE ZERO.
       01  ALS-MAX                     PIC 9(04)   VALUE 1000.

      *    the person being judged - survivor key, and the key being
      *    tried against a past roster or the deny list.
       01  CAND-KEY.
           03  CAND-LNAME              PIC  X(10).
           03  CAND-BYEAR              PIC  9(4).
           03  CAND-BMONTH             PIC  99.
           03  CAND-BDAY               PIC  99.
       01  TRY-KEY                     PIC  X(18).
       01  RETIRED-SW                  PIC 9(01)   VALUE ZERO.
       01  FAILED-SW                   PIC 9(01)   VALUE ZERO.
       01  ATTENDED-SW                 PIC 9(01)   VALUE ZERO.
       01  TIER-OK-SW                  PIC 9(01)   VALUE ZERO.
       01  DENIED-SW                   PIC 9(01)   VALUE ZERO.
       01  FOUND-SW                    PIC 9(01)   VALUE ZERO.
       01  PAST-TIER                   PIC  X(01).
       01  DENY-REASON                 PIC  X(20).
       01  OUT-TIER                    PIC  X(01).
       01  OUT-GUESTS                  PIC 9(02).
       01  OUT-ORG-CD                  PIC  X(06).
       01  CUR-LAST-EVT                PIC  X(9).
       01  FIRST-REC-SW                PIC 9(01)   VALUE ZERO.

      *    feed numbering.
       01  FEED-SEQ-N                  PIC 9(06)   VALUE 1.
       01  FEED-DATE                   PIC 9(8).

       01  CNT-HIST                    PIC 9(07)   VALUE ZERO.
       01  CNT-MERGED                  PIC 9(07)   VALUE ZERO.
       01  CNT-FAIL-MIN                PIC 9(07)   VALUE ZERO.
       01  CNT-FAIL-PAST               PIC 9(07)   VALUE ZERO.
       01  CNT-FAIL-TIER               PIC 9(07)   VALUE ZERO.
       01  CNT-FAIL-OVR                PIC 9(07)   VALUE ZERO.
       01  CNT-NOT-SELECTED            PIC 9(07)   VALUE ZERO.
       01  CNT-DENIED                  PIC 9(07)   VALUE ZERO.
       01  CNT-SELECTED                PIC 9(07)   VALUE ZERO.
       01  CNT-WRITTEN                 PIC 9(07)   VALUE ZERO.
       01  CNT-NO-LAST-ROW             PIC 9(07)   VALUE ZERO.
       01  CNT-ORG-DROPPED             PIC 9(07)   VALUE ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "INVITE".
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
           DISPLAY "INVITATION LIST BUILDER".
           DISPLAY "NEW EVENT ID: " EVT-ID.

           PERFORM ACCEPT-CRITERIA.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ALIAS-TABLE.
           PERFORM NUMBER-FEED.
           PERFORM WRITE-FEED-HEADER.

           DISPLAY "EXCLUDED BY THE DENY LIST:".
           SORT    SORT-WORK
               ON  ASCENDING KEY   SRT-LAST-EVT
               ON  ASCENDING KEY   SRT-LNAME
               ON  ASCENDING KEY   SRT-BYEAR
               ON  ASCENDING KEY   SRT-BMONTH
               ON  ASCENDING KEY   SRT-BDAY
               INPUT   PROCEDURE IS SELECT-FROM-HISTORY
               OUTPUT  PROCEDURE IS WRITE-SELECTIONS.

           PERFORM WRITE-FEED-TRAILER.
           PERFORM PRINT-TOTALS.

           CLOSE   ATTEND-HIST.
           CLOSE   RSVP-TRANS.
           IF  DL-SW-OPEN = CNS-ON
               CLOSE   DENY-LIST
           END-IF.
           IF  PR-SW-OPEN = CNS-ON
               CLOSE   PAST-ROSTER
           END-IF.
           IF  OM-SW-OPEN = CNS-ON
               CLOSE   ORG-MASTER
           END-IF.
           MOVE    "C"             TO  RC-STEP-STATUS.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

       RESOLVE-FILE-NAMES.
           DISPLAY "EVENT_ID"      UPON    ENVIRONMENT-NAME.
           ACCEPT  EVT-ID          FROM    ENVIRONMENT-VALUE.
           IF  EVT-ID = SPACES
               ACCEPT  EVT-ID      FROM    CONSOLE
           END-IF.

           IF  EVT-ID = SPACES
               MOVE    "RSVP_TRANS.dat"    TO  RSV-FILE-NAME
               MOVE    "ORG_MASTER.dat"    TO  OM-FILE-NAME
           ELSE
               STRING  "RSVP_TRANS_"              DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO RSV-FILE-NAME
               STRING  "ORG_MASTER_"              DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO OM-FILE-NAME
           END-IF.

      *    the new event must be set up on the event master before
      *    its invitations are built - the loader will refuse the feed
      *    for an event it does not know.  no master file at all is
      *    the pre-master deployment and validates nothing; a blank
      *    event id is the legacy single-file setup.
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

       ACCEPT-CRITERIA.
           MOVE    SPACES          TO  CRITERIA-IN.
           ACCEPT  CRITERIA-IN     FROM    CONSOLE.
           IF  CRT-MIN-EVENTS NOT = SPACES
               IF  FUNCTION TRIM ( CRT-MIN-EVENTS ) IS NUMERIC
                   MOVE    FUNCTION NUMVAL ( CRT-MIN-EVENTS )
                                           TO  CRT-MIN-N
               ELSE
                   DISPLAY "INVALID MINIMUM EVENTS " CRT-MIN-EVENTS
                   MOVE    "F"             TO  RC-STEP-STATUS
                   PERFORM RUN-CONTROL-END
                   STOP RUN
               END-IF
           END-IF.
           IF  CRT-TIERS NOT = SPACES AND CRT-PAST-EVT = SPACES
               DISPLAY "A TIER CRITERION NEEDS A PAST EVENT"
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           DISPLAY "SELECTION CRITERIA:".
           IF  CRT-MIN-N > ZERO
               DISPLAY "  MINIMUM EVENTS ATTENDED:   " CRT-MIN-N
           END-IF.
           IF  CRT-PAST-EVT NOT = SPACES
               DISPLAY "  ATTENDED PAST EVENT:       " CRT-PAST-EVT
           END-IF.
           IF  CRT-TIERS NOT = SPACES
               DISPLAY "  TIER HELD THERE:           " CRT-TIERS
           END-IF.
           IF  CRT-NO-OVERRIDE = "Y"
               DISPLAY "  NO OVERRIDE ADMISSIONS"
           END-IF.

      *    the history is required; the deny list and alias file are
      *    optional (no file means nobody barred, nobody merged), but
      *    a named past event whose roster is gone cannot be judged.
       OPEN-FILES.
           OPEN    INPUT           ATTEND-HIST.
           IF  AH-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN HISTORY " AH-FILE-NAME
                       " STATUS " AH-FILE-STATUS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           IF  CRT-PAST-EVT NOT = SPACES
               MOVE    SPACES          TO  PR-FILE-NAME
               STRING  "INVITEE_LIST_"            DELIMITED BY SIZE
                       FUNCTION TRIM ( CRT-PAST-EVT )
                                                  DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO PR-FILE-NAME
               OPEN    INPUT           PAST-ROSTER
               IF  PR-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN PAST ROSTER " PR-FILE-NAME
                           " STATUS " PR-FILE-STATUS
                   CLOSE   ATTEND-HIST
                   MOVE    "F"             TO  RC-STEP-STATUS
                   PERFORM RUN-CONTROL-END
                   STOP RUN
               END-IF
               MOVE    CNS-ON          TO  PR-SW-OPEN
           END-IF.

           OPEN    INPUT           DENY-LIST.
           IF  DL-FILE-STATUS = "00"
               MOVE    CNS-ON          TO  DL-SW-OPEN
           END-IF.

           OPEN    INPUT           ORG-MASTER.
           IF  OM-FILE-STATUS = "00"
               MOVE    CNS-ON          TO  OM-SW-OPEN
           END-IF.

       LOAD-ALIAS-TABLE.
           INITIALIZE ALIAS-TABLE.
           OPEN    INPUT           HIST-ALIAS.
           IF  AL-FILE-STATUS = "00"
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    HIST-ALIAS      NEXT
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM ADD-ALIAS-ENTRY
                   END-READ
               END-PERFORM
               CLOSE   HIST-ALIAS
           END-IF.

       ADD-ALIAS-ENTRY.
           IF  ALS-USED < ALS-MAX
               ADD     1               TO  ALS-USED
               MOVE    AL-KEY          TO  ALS-RETD-KEY ( ALS-USED )
               MOVE    AL-SURV-KEY     TO  ALS-SURV-KEY ( ALS-USED )
           ELSE
               DISPLAY "WARNING: alias table full at " ALS-MAX
                       " entries - alias " AL-KEY " not followed"
           END-IF.

      *    the next sequence the loader will accept for the new event,
      *    and a refusal to overwrite a feed that is still waiting to
      *    be applied - its header carries a later sequence than the
      *    last one applied.
       NUMBER-FEED.
           ACCEPT  FEED-DATE       FROM DATE YYYYMMDD.
           MOVE    1               TO  FEED-SEQ-N.
           OPEN    INPUT           FEED-CONTROL.
           IF  FC-FILE-STATUS = "00"
               MOVE    EVT-ID          TO  FC-EVT-ID
               READ    FEED-CONTROL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE FEED-SEQ-N = FC-LAST-SEQ + 1
               END-READ
               CLOSE   FEED-CONTROL
           END-IF.

           OPEN    INPUT           RSVP-TRANS.
           IF  RSV-FILE-STATUS = "00"
               READ    RSVP-TRANS
                   AT END  MOVE    SPACES  TO  RSVP-TRANS-REC
               END-READ
               CLOSE   RSVP-TRANS
               IF  RSH-TYPE = "H" AND RSH-FEED-SEQ IS NUMERIC
                   IF  RSH-FEED-SEQ >= FEED-SEQ-N
                       DISPLAY "FEED " RSV-FILE-NAME " SEQUENCE "
                               RSH-FEED-SEQ " NOT YET APPLIED - "
                               "NOT OVERWRITTEN"
                       PERFORM ABORT-RUN
                   END-IF
               END-IF
           END-IF.

           OPEN    OUTPUT          RSVP-TRANS.
           IF  RSV-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN FEED " RSV-FILE-NAME
                       " STATUS " RSV-FILE-STATUS
               PERFORM ABORT-RUN
           END-IF.

       ABORT-RUN.
           CLOSE   ATTEND-HIST.
           IF  DL-SW-OPEN = CNS-ON
               CLOSE   DENY-LIST
           END-IF.
           IF  PR-SW-OPEN = CNS-ON
               CLOSE   PAST-ROSTER
           END-IF.
           IF  OM-SW-OPEN = CNS-ON
               CLOSE   ORG-MASTER
           END-IF.
           MOVE    "F"             TO  RC-STEP-STATUS.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

       WRITE-FEED-HEADER.
           MOVE    SPACES          TO  RSVP-TRANS-REC.
           MOVE    "H"             TO  RSH-TYPE.
           MOVE    EVT-ID          TO  RSH-EVT-ID.
           MOVE    FEED-DATE       TO  RSH-FEED-DATE.
           MOVE    FEED-SEQ-N      TO  RSH-FEED-SEQ.
           WRITE   RSVP-TRANS-REC.

       WRITE-FEED-TRAILER.
           MOVE    SPACES          TO  RSVP-TRANS-REC.
           MOVE    "T"             TO  RST-TYPE.
           MOVE    CNT-WRITTEN     TO  RST-DETAIL-CNT.
           MOVE    CNT-WRITTEN     TO  RST-ADD-CNT.
           MOVE    ZERO            TO  RST-CHANGE-CNT.
           MOVE    ZERO            TO  RST-CANCEL-CNT.
           MOVE    ZERO            TO  RST-GUEST-CNT.
           WRITE   RSVP-TRANS-REC.

      *    every history row is judged against every criterion, so the
      *    report's count per criterion is how many people that one
      *    criterion turned away.
       SELECT-FROM-HISTORY.
           MOVE    ZERO            TO  SW-END.
           PERFORM UNTIL SW-END = CNS-ON
               READ    ATTEND-HIST     NEXT
                   AT END  MOVE    CNS-ON  TO  SW-END
                   NOT AT END
                       ADD     1               TO  CNT-HIST
                       PERFORM JUDGE-ONE-PERSON
               END-READ
           END-PERFORM.

      *    a row still standing under a retired key is the same person
      *    as its survivor's row, which speaks for them both.
       JUDGE-ONE-PERSON.
           MOVE    AH-KEY          TO  CAND-KEY.
           MOVE    ZERO            TO  RETIRED-SW.
           PERFORM VARYING ALS-IDX FROM 1 BY 1
                   UNTIL ALS-IDX > ALS-USED OR RETIRED-SW = CNS-ON
               IF  ALS-RETD-KEY ( ALS-IDX ) = CAND-KEY
                   MOVE    CNS-ON          TO  RETIRED-SW
               END-IF
           END-PERFORM.
           IF  RETIRED-SW = CNS-ON
               ADD     1               TO  CNT-MERGED
           ELSE
               PERFORM APPLY-CRITERIA
               IF  FAILED-SW = CNS-ON
                   ADD     1               TO  CNT-NOT-SELECTED
               ELSE
                   PERFORM CHECK-DENY-LIST
                   IF  DENIED-SW = CNS-ON
                       ADD     1               TO  CNT-DENIED
                       DISPLAY "  " AH-FNAME " " AH-LNAME " "
                               AH-BYEAR "-" AH-BMONTH "-" AH-BDAY
                               "  " DENY-REASON
                   ELSE
                       ADD     1               TO  CNT-SELECTED
                       MOVE    AH-LAST-EVT     TO  SRT-LAST-EVT
                       MOVE    CAND-KEY        TO  SRT-KEY
                       MOVE    AH-FNAME        TO  SRT-FNAME
                       RELEASE SORT-WORK-REC
                   END-IF
               END-IF
           END-IF.

       APPLY-CRITERIA.
           MOVE    ZERO            TO  FAILED-SW.
           IF  AH-EVENT-CNT < CRT-MIN-N
               ADD     1               TO  CNT-FAIL-MIN
               MOVE    CNS-ON          TO  FAILED-SW
           END-IF.
           IF  CRT-NO-OVERRIDE = "Y" AND AH-OVERRIDE-CNT > ZERO
               ADD     1               TO  CNT-FAIL-OVR
               MOVE    CNS-ON          TO  FAILED-SW
           END-IF.
           IF  PR-SW-OPEN = CNS-ON
               PERFORM CHECK-PAST-EVENT
               IF  ATTENDED-SW NOT = CNS-ON
                   ADD     1               TO  CNT-FAIL-PAST
                   MOVE    CNS-ON          TO  FAILED-SW
               ELSE
                   IF  CRT-TIERS NOT = SPACES
                       PERFORM CHECK-PAST-TIER
                       IF  TIER-OK-SW NOT = CNS-ON
                           ADD     1               TO  CNT-FAIL-TIER
                           MOVE    CNS-ON          TO  FAILED-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    attended means admitted on the past event's roster, under
      *    the surviving key or any key retired into it.  an override
      *    admission has no roster row and does not count.
       CHECK-PAST-EVENT.
           MOVE    ZERO            TO  ATTENDED-SW.
           MOVE    SPACE           TO  PAST-TIER.
           MOVE    CAND-KEY        TO  TRY-KEY.
           PERFORM TRY-PAST-ROSTER.
           PERFORM VARYING ALS-IDX FROM 1 BY 1
                   UNTIL ALS-IDX > ALS-USED OR ATTENDED-SW = CNS-ON
               IF  ALS-SURV-KEY ( ALS-IDX ) = CAND-KEY
                   MOVE    ALS-RETD-KEY ( ALS-IDX )    TO  TRY-KEY
                   PERFORM TRY-PAST-ROSTER
               END-IF
           END-PERFORM.

       TRY-PAST-ROSTER.
           IF  ATTENDED-SW NOT = CNS-ON
               MOVE    TRY-KEY         TO  PR-KEY
               READ    PAST-ROSTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF  PR-CHECKED-IN = "Y"
                           MOVE    CNS-ON          TO  ATTENDED-SW
                           MOVE    PR-TIER         TO  PAST-TIER
                       END-IF
               END-READ
           END-IF.

      *    a blank tier on the roster is general attendance, the same
      *    as "G", and is matched as one.
       CHECK-PAST-TIER.
           MOVE    ZERO            TO  TIER-OK-SW.
           IF  PAST-TIER = SPACE
               MOVE    "G"             TO  PAST-TIER
           END-IF.
           PERFORM VARYING CRT-TIER-IDX FROM 1 BY 1
                   UNTIL CRT-TIER-IDX > 4
               IF  CRT-TIER ( CRT-TIER-IDX ) NOT = SPACE AND
                   CRT-TIER ( CRT-TIER-IDX ) = PAST-TIER
                   MOVE    CNS-ON          TO  TIER-OK-SW
               END-IF
           END-PERFORM.

      *    barred under any of the person's keys is barred.
       CHECK-DENY-LIST.
           MOVE    ZERO            TO  DENIED-SW.
           MOVE    SPACES          TO  DENY-REASON.
           IF  DL-SW-OPEN = CNS-ON
               MOVE    CAND-KEY        TO  TRY-KEY
               PERFORM TRY-DENY-LIST
               PERFORM VARYING ALS-IDX FROM 1 BY 1
                       UNTIL ALS-IDX > ALS-USED OR DENIED-SW = CNS-ON
                   IF  ALS-SURV-KEY ( ALS-IDX ) = CAND-KEY
                       MOVE    ALS-RETD-KEY ( ALS-IDX )    TO  TRY-KEY
                       PERFORM TRY-DENY-LIST
                   END-IF
               END-PERFORM
           END-IF.

       TRY-DENY-LIST.
           IF  DENIED-SW NOT = CNS-ON
               MOVE    TRY-KEY         TO  DL-KEY
               READ    DENY-LIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE    CNS-ON          TO  DENIED-SW
                       MOVE    DL-REASON       TO  DENY-REASON
               END-READ
           END-IF.

      *    control break on the last attended event: its roster is
      *    opened once and each selection's tier and guest allowance
      *    read off it.
       WRITE-SELECTIONS.
           MOVE    ZERO            TO  SW-END.
           MOVE    ZERO            TO  FIRST-REC-SW.
           PERFORM UNTIL SW-END = CNS-ON
               RETURN  SORT-WORK
                   AT END  MOVE    CNS-ON  TO  SW-END
                   NOT AT END  PERFORM WRITE-ONE-SELECTION
               END-RETURN
           END-PERFORM.
           IF  LR-SW-OPEN = CNS-ON
               CLOSE   LAST-ROSTER
               MOVE    ZERO            TO  LR-SW-OPEN
           END-IF.

       WRITE-ONE-SELECTION.
           IF  FIRST-REC-SW NOT = CNS-ON OR
               SRT-LAST-EVT NOT = CUR-LAST-EVT
               MOVE    CNS-ON          TO  FIRST-REC-SW
               MOVE    SRT-LAST-EVT    TO  CUR-LAST-EVT
               PERFORM OPEN-LAST-ROSTER
           END-IF.

           MOVE    SRT-KEY         TO  CAND-KEY.
           MOVE    SPACE           TO  OUT-TIER.
           MOVE    ZERO            TO  OUT-GUESTS.
           MOVE    SPACES          TO  OUT-ORG-CD.
           MOVE    ZERO            TO  FOUND-SW.
           IF  LR-SW-OPEN = CNS-ON
               MOVE    CAND-KEY        TO  TRY-KEY
               PERFORM TRY-LAST-ROSTER
               PERFORM VARYING ALS-IDX FROM 1 BY 1
                       UNTIL ALS-IDX > ALS-USED OR FOUND-SW = CNS-ON
                   IF  ALS-SURV-KEY ( ALS-IDX ) = CAND-KEY
                       MOVE    ALS-RETD-KEY ( ALS-IDX )    TO  TRY-KEY
                       PERFORM TRY-LAST-ROSTER
                   END-IF
               END-PERFORM
           END-IF.
           IF  FOUND-SW NOT = CNS-ON
               ADD     1               TO  CNT-NO-LAST-ROW
           END-IF.
           IF  OUT-ORG-CD NOT = SPACES
               PERFORM CHECK-NEW-EVENT-ORG
           END-IF.

           MOVE    SPACES          TO  RSVP-TRANS-REC.
           MOVE    "A"             TO  RSV-ACTION.
           MOVE    SRT-FNAME       TO  RSV-FNAME.
           MOVE    SRT-LNAME       TO  RSV-LNAME.
           MOVE    SRT-BYEAR       TO  RSV-BYEAR.
           MOVE    SRT-BMONTH      TO  RSV-BMONTH.
           MOVE    SRT-BDAY        TO  RSV-BDAY.
           MOVE    OUT-GUESTS      TO  RSV-GUESTS.
           MOVE    OUT-TIER        TO  RSV-TIER.
           MOVE    OUT-ORG-CD      TO  RSV-ORG-CD.
           WRITE   RSVP-TRANS-REC.
           ADD     1               TO  CNT-WRITTEN.

       CHECK-NEW-EVENT-ORG.
           MOVE    ZERO            TO  FOUND-SW.
           IF  OM-SW-OPEN = CNS-ON
               MOVE    OUT-ORG-CD      TO  OM-ORG-CD
               READ    ORG-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE    CNS-ON          TO  FOUND-SW
               END-READ
           END-IF.
           IF  FOUND-SW NOT = CNS-ON
               ADD     1               TO  CNT-ORG-DROPPED
               MOVE    SPACES          TO  OUT-ORG-CD
           END-IF.

       OPEN-LAST-ROSTER.
           IF  LR-SW-OPEN = CNS-ON
               CLOSE   LAST-ROSTER
               MOVE    ZERO            TO  LR-SW-OPEN
           END-IF.
           IF  CUR-LAST-EVT NOT = SPACES
               MOVE    SPACES          TO  LR-FILE-NAME
               STRING  "INVITEE_LIST_"            DELIMITED BY SIZE
                       FUNCTION TRIM ( CUR-LAST-EVT )
                                                  DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO LR-FILE-NAME
               OPEN    INPUT           LAST-ROSTER
               IF  LR-FILE-STATUS = "00"
                   MOVE    CNS-ON          TO  LR-SW-OPEN
               ELSE
                   DISPLAY "NO ROSTER " LR-FILE-NAME
                           " - ITS ATTENDEES GO OUT AS GENERAL"
               END-IF
           END-IF.

       TRY-LAST-ROSTER.
           IF  FOUND-SW NOT = CNS-ON
               MOVE    TRY-KEY         TO  LR-KEY
               READ    LAST-ROSTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE    CNS-ON          TO  FOUND-SW
                       MOVE    LR-TIER         TO  OUT-TIER
                       MOVE    LR-ORG-CD       TO  OUT-ORG-CD
                       IF  LR-GUESTS IS NUMERIC
                           MOVE    LR-GUESTS       TO  OUT-GUESTS
                       END-IF
               END-READ
           END-IF.

       PRINT-TOTALS.
           DISPLAY "HISTORY ROWS READ:        " CNT-HIST.
           DISPLAY "MERGED INTO A SURVIVOR:   " CNT-MERGED.
           DISPLAY "NOT SELECTED:             " CNT-NOT-SELECTED.
           DISPLAY "  BELOW MINIMUM EVENTS:   " CNT-FAIL-MIN.
           DISPLAY "  DID NOT ATTEND " CRT-PAST-EVT ": "
                   CNT-FAIL-PAST.
           DISPLAY "  TIER NOT HELD THERE:    " CNT-FAIL-TIER.
           DISPLAY "  OVERRIDE ADMISSIONS:    " CNT-FAIL-OVR.
           DISPLAY "EXCLUDED BY DENY LIST:    " CNT-DENIED.
           DISPLAY "SELECTED:                 " CNT-SELECTED.
           DISPLAY "  NO LAST ROSTER ROW:     " CNT-NO-LAST-ROW.
           DISPLAY "  ORGANIZATION NOT SET UP:" CNT-ORG-DROPPED.
           DISPLAY "FEED WRITTEN:             " RSV-FILE-NAME.
           DISPLAY "FEED SEQUENCE:            " FEED-SEQ-N.
           DISPLAY "ADDS WRITTEN:             " CNT-WRITTEN.

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

       RUN-CONTROL-COUNTS.
           MOVE    CNT-HIST        TO  RC-CNT-READ.
           MOVE    CNT-WRITTEN     TO  RC-CNT-WRITTEN.
           COMPUTE RC-CNT-REJECTED = CNT-NOT-SELECTED + CNT-DENIED.
