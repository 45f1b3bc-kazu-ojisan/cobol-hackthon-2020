      *  a day's RSVP transaction file (add / change / cancel) so late
      *  RSVPs and cancellations no longer mean rebuilding the roster
      *  file by hand the night before an event.
      *
      *  every invitee left on the roster carries an admission code,
      *  issued the first time the loader sees them and kept for as
      *  long as they stay on the roster, and every run rewrites the
      *  event's mailing extract for the invitation vendor:
      *      H,<event id>,<run date>
      *      D,<admission code>,<first>,<last>
      *      T,<detail count>,<total records>
      *
      *  the same run applies the event's breakout-room entitlement
      *  file, when one was sent, to the entitlement master the door
      *  checks for an invite-only room:
      *      A  - entitle an invitee (who must be on the roster) to a
      *           room
      *      X  - withdraw an entitlement
      *
      *  an add or change may name the sponsoring organization the
      *  invitee registered under; the code must be on the event's
      *  organization master ORG_MASTER_<event>.dat, maintained by
      *  aws_cobol_org.cbl.  spaces is an individual registration.
      *
      *  the RSVP feed is framed by a header and a trailer, and the
      *  whole file is checked before any of it is applied:
      *      H<event id><feed date><feed sequence>
      *      T<details><adds><changes><cancels><guests>
      *  the header must name this event and carry the next sequence
      *  number after the last feed applied for it (1 for an event's
      *  first feed), and the trailer counts must agree with the
      *  details between them.  a feed that fails any of these is
      *  refused whole - nothing is applied.  either way the vendor
      *  gets an acknowledgement file, RSVP_ACK_<event>.csv:
      *      H,<event id>,<feed date>,<feed sequence>,<A or R>,<reason>
      *      D,<detail no>,<action>,<first>,<last>,<birth date>,
      *        <A or R>,<reason>
      *      T,<accepted>,<rejected>,<total records>
      *  reason codes:
      *      00 accepted
      *      01 unknown invitee on a change or cancel
      *      02 duplicate add - invitee already on the roster
      *      03 bad action
      *      04 bad tier
      *      05 guest on an unknown invitee
      *      06 duplicate guest - same name already registered
      *      07 guest name missing
      *      08 bad name or birth date
      *      09 bad guest count
      *      10 file error writing the roster or guest list
      *      11 organization not on the event's organization master
      *      51 no feed header, or header malformed
      *      52 header names a different event
      *      53 sequence number already applied
      *      54 sequence number skips one not yet received
      *      55 no trailer
      *      56 trailer counts do not agree with the feed
      *      57 header or trailer out of place
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  GST-KEY
                                    FILE   STATUS  IS  GST-FILE-STATUS.
           SELECT  MAIL-EXTRACT    ASSIGN  TO  DYNAMIC  MAIL-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  MAIL-FILE-STATUS.
           SELECT  ROOM-ENTITLE    ASSIGN  TO  DYNAMIC  RE-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RE-KEY
                                    FILE   STATUS  IS  RE-FILE-STATUS.
           SELECT  ENTITLE-TRANS   ASSIGN  TO  DYNAMIC  ENT-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  ENT-FILE-STATUS.
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
           SELECT  RSVP-ACK        ASSIGN  TO  DYNAMIC  ACK-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  ACK-FILE-STATUS.
           SELECT  RUN-CONTROL     ASSIGN  TO  DYNAMIC  RC-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RC-KEY
                                    FILE   STATUS  IS  RC-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
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

       FD  RSVP-TRANS
           LABEL   RECORD      IS  STANDARD
      *        spaces and are unaffected.
           03  RSV-GUEST-FNAME         PIC  X(10).
           03  RSV-GUEST-LNAME         PIC  X(10).
      *        organization code for an "A" or "C" - spaces, and the
      *        old shorter records that end before it, register an
      *        individual.
           03  RSV-ORG-CD              PIC  X(06).
      *    feed header - first record of every feed.
       01  RSVP-HEADER-REC.
           03  RSH-TYPE                PIC  X(01).
           03  RSH-EVT-ID              PIC  X(9).
           03  RSH-FEED-DATE           PIC  9(8).
           03  RSH-FEED-SEQ            PIC  9(06).
      *    feed trailer - last record, the vendor's own counts of the
      *    details it sent.
       01  RSVP-TRAILER-REC.
           03  RST-TYPE                PIC  X(01).
           03  RST-DETAIL-CNT          PIC  9(07).
           03  RST-ADD-CNT             PIC  9(07).
           03  RST-CHANGE-CNT          PIC  9(07).
           03  RST-CANCEL-CNT          PIC  9(07).
           03  RST-GUEST-CNT           PIC  9(07).

      *    last feed applied per event - one row per event id, so a
      *    re-sent or out-of-order feed is refused instead of applied
      *    twice or over a gap.  the row also keeps the highest
      *    admission code sequence ever issued for the event.
       FD  FEED-CONTROL
           LABEL   RECORD      IS  STANDARD.
       01  FEED-CONTROL-REC.
           03  FC-EVT-ID               PIC  X(9).
           03  FC-LAST-SEQ             PIC  9(06).
           03  FC-LAST-FEED-DATE       PIC  9(8).
           03  FC-APPLIED-TS           PIC  X(14).
           03  FC-LAST-ADMIT-SEQ       PIC  9(05).

      *    organization master - one row per sponsoring organization,
      *    maintained by aws_cobol_org.cbl.  read here only to refuse
      *    an organization code it does not hold.
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

      *    acknowledgement back to the RSVP vendor - rewritten every
      *    run, one line per feed transaction.
       FD  RSVP-ACK
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  RSVP-ACK-REC                PIC  X(80).

      *    named plus-ones, keyed off the invitee's roster key plus a
      *    sequence number - the same file the door reads and badges
           03  GST-SESS-FLAGS.
               05  GST-SESS-ARRIVED     PIC  X(01)  OCCURS 7 TIMES.

      *    name-plus-code extract the invitation vendor prints the
      *    barcodes from - rebuilt whole from the roster on every run,
      *    so a cancelled invitee drops out of it the same run their
      *    code stops working.
       FD  MAIL-EXTRACT
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  MAIL-EXTRACT-REC            PIC  X(80).

      *    restricted-room entitlements - one row per invitee per
      *    invite-only room, keyed room first so the door's lookup
      *    is a single keyed read.
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

       FD  ENTITLE-TRANS
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  ENTITLE-TRANS-REC.
           03  ENT-ACTION              PIC  X(01).
           03  ENT-ROOM-ID             PIC  X(06).
           03  ENT-FNAME               PIC  X(10).
           03  ENT-LNAME               PIC  X(10).
           03  ENT-BYEAR               PIC  9(4).
           03  ENT-BMONTH              PIC  99.
           03  ENT-BDAY                PIC  99.

      *    event master - one row per event, maintained by
      *    aws_cobol_evt.cbl.  consulted only to refuse an event id
      *    that is not in it.
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
                                        VALUE "EVENT_MASTER.dat".
       01  EM-FILE-STATUS              PIC X(02).

      *    organization master work area - no master file at all
      *    means no organization is known, so any code is refused.
       01  OM-FILE-NAME                PIC  X(40).
       01  OM-FILE-STATUS              PIC X(02).
       01  OM-SW-OPEN                  PIC 9(01)   VALUE   ZERO.
       01  ORG-KNOWN-SW                PIC 9(01)   VALUE   ZERO.

      *    guest file work area - the file is opened (and created)
      *    lazily on the first "G" transaction, so a feed with no
      *    guests never grows a guest file.
      *    never needs the fallback full-roster scan.
       01  RSV-CMP-LNAME               PIC  X(10).

      *    admission code work area.  a code is the event's issue
      *    sequence followed by three random digits, so a code cannot
      *    be guessed by adding one to your own.  the sequence runs
      *    on from the highest ever issued, kept on the feed control
      *    row, and never goes back - a cancel deletes the row and its
      *    code, and the number is not issued again, so a cancelled
      *    invitation stays dead.  a change or a re-sent add leaves a
      *    live code exactly as issued.  once the sequence is used up
      *    no further code is issued.
       01  ADM-CD-BUILD.
           03  ADM-CD-SEQ              PIC  9(05).
           03  ADM-CD-CHECK            PIC  9(03).
       01  ADM-LAST-SEQ                PIC 9(05)   VALUE   ZERO.
       01  ADM-ISSUED-SW               PIC 9(01)   VALUE   ZERO.
       01  ADM-FULL-SW                 PIC 9(01)   VALUE   ZERO.
       01  ADM-SEED                    PIC 9(08)   VALUE   ZERO.
       01  ADM-RANDOM                  PIC V9(09)  VALUE   ZERO.
       01  IL-SCAN-END                 PIC 9(01)   VALUE   ZERO.

       01  MAIL-FILE-NAME              PIC  X(40).
       01  MAIL-FILE-STATUS            PIC X(02).
       01  WS-RUN-DATE                 PIC  9(8).
       01  CNT-CODES-ISSUED            PIC 9(05)   VALUE   ZERO.
       01  CNT-CODES-REFUSED           PIC 9(05)   VALUE   ZERO.
       01  CNT-MAILED                  PIC 9(06)   VALUE   ZERO.
       01  CNT-MAIL-RECS               PIC 9(06)   VALUE   ZERO.
       01  CNT-MAILED-DSP              PIC  9(06).
       01  CNT-MAIL-RECS-DSP           PIC  9(06).

      *    entitlement work area - no entitlement file sent simply
      *    means no change to who may enter the invite-only rooms.
       01  RE-FILE-NAME                PIC  X(40).
       01  RE-FILE-STATUS              PIC X(02).
       01  ENT-FILE-NAME               PIC  X(40).
       01  ENT-FILE-STATUS             PIC X(02).
       01  ENT-CMP-LNAME               PIC  X(10).
       01  CNT-ENT-TRANS               PIC 9(05)   VALUE   ZERO.
       01  CNT-ENT-APPLIED             PIC 9(05)   VALUE   ZERO.
       01  CNT-ENT-REJECTED            PIC 9(05)   VALUE   ZERO.

       01  CNT-TRANS                   PIC 9(05)   VALUE   ZERO.
       01  CNT-APPLIED                 PIC 9(05)   VALUE   ZERO.
       01  CNT-REJECTED                PIC 9(05)   VALUE   ZERO.

      *    feed control work area - FEED-REASON stays "00" while the
      *    feed passes every check, and holds the first failure
      *    found otherwise.
       01  FC-FILE-NAME                PIC  X(40)
                                        VALUE "FEED_CONTROL.dat".
       01  FC-FILE-STATUS              PIC X(02).
       01  FEED-REASON                 PIC  X(02)  VALUE "00".
       01  FEED-EVT-ID                 PIC  X(9)   VALUE SPACES.
       01  FEED-DATE                   PIC  X(8)   VALUE SPACES.
       01  FEED-SEQ                    PIC  X(06)  VALUE SPACES.
       01  FEED-SEQ-N                  PIC 9(06)   VALUE ZERO.
       01  FEED-EXPECT-SEQ             PIC 9(06)   VALUE 1.
       01  FEED-TRL-SW                 PIC 9(01)   VALUE ZERO.
       01  FEED-MISPLACED-SW           PIC 9(01)   VALUE ZERO.
       01  FEED-CNT-DETAIL             PIC 9(07)   VALUE ZERO.
       01  FEED-CNT-ADD                PIC 9(07)   VALUE ZERO.
       01  FEED-CNT-CHANGE             PIC 9(07)   VALUE ZERO.
       01  FEED-CNT-CANCEL             PIC 9(07)   VALUE ZERO.
       01  FEED-CNT-GUEST              PIC 9(07)   VALUE ZERO.
       01  FEED-TRL-COUNTS.
           03  FEED-TRL-DETAIL         PIC  X(07).
           03  FEED-TRL-ADD            PIC  X(07).
           03  FEED-TRL-CHANGE         PIC  X(07).
           03  FEED-TRL-CANCEL         PIC  X(07).
           03  FEED-TRL-GUEST          PIC  X(07).
       01  FEED-NOW-DATE               PIC 9(8).
       01  FEED-NOW-TIME               PIC 9(8).

      *    acknowledgement work area.
       01  ACK-FILE-NAME               PIC  X(40).
       01  ACK-FILE-STATUS             PIC X(02).
       01  ACK-RESULT                  PIC  X(01).
       01  ACK-REASON                  PIC  X(02).
       01  ACK-DETAIL-DSP              PIC  9(07).
       01  ACK-ACCEPTED-DSP            PIC  9(07).
       01  ACK-REJECTED-DSP            PIC  9(07).
       01  CNT-ACK-RECS                PIC 9(07)   VALUE   ZERO.
       01  ACK-RECS-DSP                PIC  9(07).

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "LOAD".
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
           DISPLAY "RSVP ROSTER LOAD".
           DISPLAY "EVENT ID: " EVT-ID.

           PERFORM OPEN-FILES.
           PERFORM CHECK-FEED.
           PERFORM WRITE-ACK-HEADER.
           IF  FEED-REASON NOT = "00"
               PERFORM REFUSE-FEED
           END-IF.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM WRITE-ACK-TRAILER.
           PERFORM APPLY-ENTITLEMENTS.
           PERFORM WRITE-MAIL-EXTRACT.
           PERFORM UPDATE-FEED-CONTROL.
           PERFORM PRINT-TOTALS.

           CLOSE   INVITEE-LIST.
           CLOSE   RSVP-TRANS.
           CLOSE   FEED-CONTROL.
           CLOSE   RSVP-ACK.
           IF  OM-SW-OPEN = CNS-ON
               CLOSE   ORG-MASTER
           END-IF.
           IF  GST-SW-OPEN = CNS-ON
               CLOSE   GUEST-LIST
           END-IF.
           MOVE    "C"             TO  RC-STEP-STATUS.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

       RESOLVE-FILE-NAMES.
               MOVE    "INVITEE_LIST.dat"  TO  EVT-FILE-NAME
               MOVE    "RSVP_TRANS.dat"    TO  RSV-FILE-NAME
               MOVE    "GUEST_LIST.dat"    TO  GST-FILE-NAME
               MOVE    "MAIL_EXTRACT.csv"  TO  MAIL-FILE-NAME
               MOVE    "ROOM_ENTITLE.dat"  TO  RE-FILE-NAME
               MOVE    "ENTITLE_TRANS.dat" TO  ENT-FILE-NAME
               MOVE    "RSVP_ACK.csv"      TO  ACK-FILE-NAME
               MOVE    "ORG_MASTER.dat"    TO  OM-FILE-NAME
           ELSE
               STRING  "INVITEE_LIST_"            DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO GST-FILE-NAME
               STRING  "MAIL_EXTRACT_"            DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".csv"                     DELIMITED BY SIZE
                       INTO MAIL-FILE-NAME
               STRING  "ROOM_ENTITLE_"            DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO RE-FILE-NAME
               STRING  "ENTITLE_TRANS_"           DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO ENT-FILE-NAME
               STRING  "RSVP_ACK_"                DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".csv"                     DELIMITED BY SIZE
                       INTO ACK-FILE-NAME
               STRING  "ORG_MASTER_"              DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO OM-FILE-NAME
           END-IF.

      *    the event id must exist in the event master - a typo'd id
           IF  IL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ROSTER " EVT-FILE-NAME
                       " STATUS " IL-FILE-STATUS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

               DISPLAY "CANNOT OPEN TRANSACTIONS " RSV-FILE-NAME
                       " STATUS " RSV-FILE-STATUS
               CLOSE   INVITEE-LIST
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

      *    without the feed control the sequence check cannot be made,
      *    and without the acknowledgement the vendor never hears what
      *    was refused - either one stops the run before anything is
      *    applied.
           OPEN    I-O             FEED-CONTROL.
           IF  FC-FILE-STATUS = "35"
               OPEN    OUTPUT          FEED-CONTROL
               CLOSE   FEED-CONTROL
               OPEN    I-O             FEED-CONTROL
           END-IF.
           IF  FC-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN FEED CONTROL " FC-FILE-NAME
                       " STATUS " FC-FILE-STATUS
               CLOSE   INVITEE-LIST
               CLOSE   RSVP-TRANS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           OPEN    OUTPUT          RSVP-ACK.
           IF  ACK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ACKNOWLEDGEMENT " ACK-FILE-NAME
                       " STATUS " ACK-FILE-STATUS
               CLOSE   INVITEE-LIST
               CLOSE   RSVP-TRANS
               CLOSE   FEED-CONTROL
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           OPEN    INPUT           ORG-MASTER.
           IF  OM-FILE-STATUS = "00"
               MOVE    CNS-ON          TO  OM-SW-OPEN
           END-IF.

           PERFORM FIND-LAST-ADMIT-SEQ.
           ACCEPT  ADM-SEED        FROM    TIME.
           COMPUTE ADM-RANDOM = FUNCTION RANDOM ( ADM-SEED ).

      *    the highest issue sequence already on the roster - a row
      *    loaded before admission codes existed carries spaces and
      *    is simply skipped.  the feed control row's high-water mark
      *    is laid over this once it is read.
       FIND-LAST-ADMIT-SEQ.
           MOVE    ZERO            TO  ADM-LAST-SEQ.
           MOVE    ZERO            TO  IL-SCAN-END.
           MOVE    LOW-VALUES      TO  IL-KEY.
           START   INVITEE-LIST    KEY IS NOT LESS THAN IL-KEY
               INVALID KEY     MOVE    CNS-ON  TO  IL-SCAN-END
           END-START.
           PERFORM UNTIL IL-SCAN-END = CNS-ON
               READ    INVITEE-LIST    NEXT
                   AT END  MOVE    CNS-ON  TO  IL-SCAN-END
                   NOT AT END
                       MOVE    IL-ADMIT-CD     TO  ADM-CD-BUILD
                       IF  ADM-CD-SEQ IS NUMERIC
                           IF  ADM-CD-SEQ > ADM-LAST-SEQ
                               MOVE    ADM-CD-SEQ  TO  ADM-LAST-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    the code is built from the next sequence number but the
      *    number is only taken once the record carrying it is on
      *    file - a refused write must not use one up.  with the
      *    sequence used up the row goes on file without a code.
       ISSUE-ADMIT-CD.
           MOVE    ZERO            TO  ADM-ISSUED-SW.
           IF  ADM-LAST-SEQ NOT < 99999
               MOVE    SPACES          TO  IL-ADMIT-CD
               ADD     1               TO  CNT-CODES-REFUSED
               IF  ADM-FULL-SW NOT = CNS-ON
                   MOVE    CNS-ON          TO  ADM-FULL-SW
                   DISPLAY "ADMISSION CODE SEQUENCE USED UP - "
                           "NO FURTHER CODES ISSUED"
               END-IF
           ELSE
               COMPUTE ADM-CD-SEQ = ADM-LAST-SEQ + 1
               COMPUTE ADM-CD-CHECK = FUNCTION RANDOM * 1000
               MOVE    ADM-CD-BUILD    TO  IL-ADMIT-CD
               MOVE    CNS-ON          TO  ADM-ISSUED-SW
           END-IF.

       COMMIT-ADMIT-CD.
           IF  ADM-ISSUED-SW = CNS-ON
               ADD     1               TO  ADM-LAST-SEQ
               ADD     1               TO  CNT-CODES-ISSUED
               MOVE    ZERO            TO  ADM-ISSUED-SW
           END-IF.

       REWRITE-NEW-CODE.
           REWRITE INVITEE-LIST-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM COMMIT-ADMIT-CD
           END-REWRITE.

      *    pass one - the whole feed is read and checked before any
      *    of it is applied, so a truncated, doubled-up or misdirected
      *    feed is refused whole rather than half applied.
       CHECK-FEED.
           MOVE    ZERO            TO  SW-END.
           READ    RSVP-TRANS
               AT END  MOVE    CNS-ON  TO  SW-END
           END-READ.
           IF  SW-END = CNS-ON
               MOVE    "51"            TO  FEED-REASON
           ELSE
               IF  RSH-TYPE NOT = "H"
                   MOVE    "51"            TO  FEED-REASON
               ELSE
                   MOVE    RSH-EVT-ID      TO  FEED-EVT-ID
                   MOVE    RSVP-HEADER-REC ( 11 : 8 ) TO FEED-DATE
                   MOVE    RSVP-HEADER-REC ( 19 : 6 ) TO FEED-SEQ
                   READ    RSVP-TRANS
                       AT END  MOVE    CNS-ON  TO  SW-END
                   END-READ
                   PERFORM UNTIL SW-END = CNS-ON
                       PERFORM CHECK-ONE-FEED-REC
                       READ    RSVP-TRANS
                           AT END  MOVE    CNS-ON  TO  SW-END
                       END-READ
                   END-PERFORM
                   PERFORM READ-FEED-CONTROL
                   PERFORM CHECK-FEED-TOTALS
               END-IF
           END-IF.
           CLOSE   RSVP-TRANS.

       CHECK-ONE-FEED-REC.
           IF  FEED-TRL-SW = CNS-ON
               MOVE    CNS-ON          TO  FEED-MISPLACED-SW
           ELSE
               EVALUATE RSV-ACTION
                   WHEN "T"
                       MOVE    CNS-ON          TO  FEED-TRL-SW
                       MOVE    RSVP-TRAILER-REC ( 2 : 35 )
                                               TO  FEED-TRL-COUNTS
                   WHEN "H"
                       MOVE    CNS-ON          TO  FEED-MISPLACED-SW
                   WHEN "A"
                       ADD     1               TO  FEED-CNT-DETAIL
                       ADD     1               TO  FEED-CNT-ADD
                   WHEN "C"
                       ADD     1               TO  FEED-CNT-DETAIL
                       ADD     1               TO  FEED-CNT-CHANGE
                   WHEN "X"
                       ADD     1               TO  FEED-CNT-DETAIL
                       ADD     1               TO  FEED-CNT-CANCEL
                   WHEN "G"
                       ADD     1               TO  FEED-CNT-DETAIL
                       ADD     1               TO  FEED-CNT-GUEST
                   WHEN OTHER
                       ADD     1               TO  FEED-CNT-DETAIL
               END-EVALUATE
           END-IF.

      *    an event with no row yet expects its first feed.
       READ-FEED-CONTROL.
           MOVE    1               TO  FEED-EXPECT-SEQ.
           MOVE    EVT-ID          TO  FC-EVT-ID.
           READ    FEED-CONTROL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE FEED-EXPECT-SEQ = FC-LAST-SEQ + 1
                   IF  FC-LAST-ADMIT-SEQ IS NUMERIC
                       IF  FC-LAST-ADMIT-SEQ > ADM-LAST-SEQ
                           MOVE    FC-LAST-ADMIT-SEQ
                                               TO  ADM-LAST-SEQ
                       END-IF
                   END-IF
           END-READ.

      *    the first failure found is the one reported.
       CHECK-FEED-TOTALS.
           EVALUATE TRUE
               WHEN FEED-SEQ IS NOT NUMERIC
                   MOVE    "51"            TO  FEED-REASON
               WHEN FEED-MISPLACED-SW = CNS-ON
                   MOVE    "57"            TO  FEED-REASON
               WHEN EVT-ID NOT = SPACES AND FEED-EVT-ID NOT = EVT-ID
                   MOVE    "52"            TO  FEED-REASON
               WHEN FEED-TRL-SW NOT = CNS-ON
                   MOVE    "55"            TO  FEED-REASON
               WHEN FEED-TRL-COUNTS IS NOT NUMERIC
                   MOVE    "56"            TO  FEED-REASON
               WHEN OTHER
                   PERFORM CHECK-FEED-COUNTS
           END-EVALUATE.

       CHECK-FEED-COUNTS.
           MOVE    FEED-SEQ        TO  FEED-SEQ-N.
           IF  FEED-TRL-DETAIL NOT = FEED-CNT-DETAIL OR
               FEED-TRL-ADD    NOT = FEED-CNT-ADD    OR
               FEED-TRL-CHANGE NOT = FEED-CNT-CHANGE OR
               FEED-TRL-CANCEL NOT = FEED-CNT-CANCEL OR
               FEED-TRL-GUEST  NOT = FEED-CNT-GUEST
               MOVE    "56"            TO  FEED-REASON
           ELSE
               IF  FEED-SEQ-N < FEED-EXPECT-SEQ
                   MOVE    "53"            TO  FEED-REASON
               END-IF
               IF  FEED-SEQ-N > FEED-EXPECT-SEQ
                   MOVE    "54"            TO  FEED-REASON
               END-IF
           END-IF.

       REFUSE-FEED.
           EVALUATE FEED-REASON
               WHEN "51"
                   DISPLAY "FEED REFUSED - NO HEADER OR HEADER "
                           "MALFORMED"
               WHEN "52"
                   DISPLAY "FEED REFUSED - HEADER IS FOR EVENT "
                           FEED-EVT-ID
               WHEN "53"
                   DISPLAY "FEED REFUSED - SEQUENCE " FEED-SEQ
                           " ALREADY APPLIED, EXPECTED "
                           FEED-EXPECT-SEQ
               WHEN "54"
                   DISPLAY "FEED REFUSED - SEQUENCE " FEED-SEQ
                           " SKIPS AHEAD, EXPECTED " FEED-EXPECT-SEQ
               WHEN "55"
                   DISPLAY "FEED REFUSED - NO TRAILER"
               WHEN "56"
                   DISPLAY "FEED REFUSED - TRAILER COUNTS DO NOT "
                           "AGREE, DETAILS READ " FEED-CNT-DETAIL
               WHEN "57"
                   DISPLAY "FEED REFUSED - HEADER OR TRAILER OUT OF "
                           "PLACE"
           END-EVALUATE.
           PERFORM WRITE-ACK-TRAILER.
           CLOSE   RSVP-ACK.
           CLOSE   FEED-CONTROL.
           CLOSE   INVITEE-LIST.
           IF  OM-SW-OPEN = CNS-ON
               CLOSE   ORG-MASTER
           END-IF.
           PERFORM PRINT-TOTALS.
           MOVE    "F"             TO  RC-STEP-STATUS.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

      *    pass two - the checked feed is read again and applied, the
      *    header skipped and the trailer ending it.
       APPLY-TRANSACTIONS.
           OPEN    INPUT           RSVP-TRANS.
           IF  RSV-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT REOPEN TRANSACTIONS " RSV-FILE-NAME
                       " STATUS " RSV-FILE-STATUS
               CLOSE   RSVP-ACK
               CLOSE   FEED-CONTROL
               CLOSE   INVITEE-LIST
               IF  OM-SW-OPEN = CNS-ON
                   CLOSE   ORG-MASTER
               END-IF
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.
           MOVE    ZERO            TO  SW-END.
           READ    RSVP-TRANS
               AT END  MOVE    CNS-ON  TO  SW-END
           END-READ.
           READ    RSVP-TRANS
               AT END  MOVE    CNS-ON  TO  SW-END
           END-READ.

           PERFORM UNTIL SW-END = CNS-ON
               IF  RSV-ACTION = "T"
                   MOVE    CNS-ON          TO  SW-END
               ELSE
                   ADD     1               TO  CNT-TRANS
                   PERFORM APPLY-ONE-TRANS
                   READ    RSVP-TRANS
                       AT END  MOVE    CNS-ON  TO  SW-END
                   END-READ
               END-IF
           END-PERFORM.

      *    recorded only once the feed has been applied and the mail
      *    extract has issued any missing codes - a run that
      *    dies part way leaves the sequence unclaimed, and the re-sent
      *    feed lands on the duplicate-add and unknown-invitee rules
      *    for the part that did go in.
       UPDATE-FEED-CONTROL.
           ACCEPT  FEED-NOW-DATE   FROM DATE YYYYMMDD.
           ACCEPT  FEED-NOW-TIME   FROM TIME.
           MOVE    EVT-ID          TO  FC-EVT-ID.
           MOVE    FEED-SEQ-N      TO  FC-LAST-SEQ.
           MOVE    FEED-DATE       TO  FC-LAST-FEED-DATE.
           MOVE    FEED-NOW-DATE   TO  FC-APPLIED-TS ( 1 : 8 ).
           MOVE    FEED-NOW-TIME   TO  FC-APPLIED-TS ( 9 : 6 ).
           MOVE    ADM-LAST-SEQ    TO  FC-LAST-ADMIT-SEQ.
           WRITE   FEED-CONTROL-REC
               INVALID KEY REWRITE FEED-CONTROL-REC
           END-WRITE.

       APPLY-ONE-TRANS.
           MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                       ( RSV-LNAME ) )     TO  RSV-CMP-LNAME.
           MOVE    RSV-BYEAR       TO  IL-BYEAR.
           MOVE    RSV-BMONTH      TO  IL-BMONTH.
           MOVE    RSV-BDAY        TO  IL-BDAY.
           PERFORM CHECK-ORG-CD.

           EVALUATE TRUE
               WHEN RSV-ACTION NOT = "A" AND RSV-ACTION NOT = "C" AND
                    RSV-ACTION NOT = "X" AND RSV-ACTION NOT = "G"
                   MOVE    "03"            TO  ACK-REASON
                   PERFORM REJECT-BAD-ACTION
               WHEN RSV-CMP-LNAME = SPACES
                 OR RSV-BYEAR  IS NOT NUMERIC
                 OR RSV-BMONTH IS NOT NUMERIC
                 OR RSV-BDAY   IS NOT NUMERIC
                 OR RSV-BMONTH < 1 OR RSV-BMONTH > 12
                 OR RSV-BDAY   < 1 OR RSV-BDAY   > 31
                 OR ((RSV-ACTION = "A" OR RSV-ACTION = "C") AND
                     RSV-FNAME = SPACES)
                   MOVE    "08"            TO  ACK-REASON
                   PERFORM REJECT-BAD-FIELDS
               WHEN (RSV-ACTION = "A" OR RSV-ACTION = "C") AND
                    RSV-TIER NOT = "V" AND RSV-TIER NOT = "S" AND
                    RSV-TIER NOT = "T" AND RSV-TIER NOT = "G" AND
                    RSV-TIER NOT = SPACE
                   MOVE    "04"            TO  ACK-REASON
                   PERFORM REJECT-BAD-FIELDS
               WHEN (RSV-ACTION = "A" OR RSV-ACTION = "C") AND
                    RSV-GUESTS IS NOT NUMERIC
                   MOVE    "09"            TO  ACK-REASON
                   PERFORM REJECT-BAD-FIELDS
               WHEN (RSV-ACTION = "A" OR RSV-ACTION = "C") AND
                    ORG-KNOWN-SW NOT = CNS-ON
                   MOVE    "11"            TO  ACK-REASON
                   PERFORM REJECT-BAD-FIELDS
               WHEN RSV-ACTION = "A"
                   PERFORM ADD-INVITEE
               WHEN RSV-ACTION = "C"
                   PERFORM CHANGE-INVITEE
               WHEN RSV-ACTION = "X"
                   PERFORM CANCEL-INVITEE
               WHEN RSV-ACTION = "G"
                   PERFORM ADD-GUEST-NAME
           END-EVALUATE.

      *    an individual registration needs no organization row.
       CHECK-ORG-CD.
           MOVE    ZERO            TO  ORG-KNOWN-SW.
           IF  RSV-ORG-CD = SPACES
               MOVE    CNS-ON          TO  ORG-KNOWN-SW
           ELSE
               IF  OM-SW-OPEN = CNS-ON
                   MOVE    RSV-ORG-CD      TO  OM-ORG-CD
                   READ    ORG-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE    CNS-ON          TO  ORG-KNOWN-SW
                   END-READ
               END-IF
           END-IF.

      *    a new RSVP - rejected when the key is already on the roster,
      *    so a doubled-up feed cannot quietly reset someone who has
      *    already checked in.
           MOVE    RSV-GUESTS      TO  IL-GUESTS.
           MOVE    RSV-TIER        TO  IL-TIER.
           MOVE    ALL "N"         TO  IL-SESS-FLAGS.
           MOVE    RSV-ORG-CD      TO  IL-ORG-CD.
           PERFORM ISSUE-ADMIT-CD.
           WRITE   INVITEE-LIST-REC
               INVALID KEY
                   MOVE    "02"            TO  ACK-REASON
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   PERFORM COMMIT-ADMIT-CD
                   PERFORM ACCEPT-TRANS
           END-WRITE.

      *    an RSVP change - first name, guest count, tier and
      *    organization may change, the check-in flag is left exactly
      *    as the door set it, and so is the admission code: the
      *    invitation already mailed must keep working.
       CHANGE-INVITEE.
           READ    INVITEE-LIST
               INVALID KEY
                   MOVE    "01"            TO  ACK-REASON
                   PERFORM REJECT-TRANS
               NOT INVALID KEY
                   MOVE    RSV-FNAME       TO  IL-FNAME
                   MOVE    RSV-GUESTS      TO  IL-GUESTS
                   MOVE    RSV-TIER        TO  IL-TIER
                   MOVE    RSV-ORG-CD      TO  IL-ORG-CD
                   IF  IL-ADMIT-CD = SPACES
                       PERFORM ISSUE-ADMIT-CD
                       PERFORM REWRITE-NEW-CODE
                   ELSE
                       REWRITE INVITEE-LIST-REC
                   END-IF
                   PERFORM ACCEPT-TRANS
           END-READ.

       CANCEL-INVITEE.
           DELETE  INVITEE-LIST
               INVALID KEY
                   MOVE    "01"            TO  ACK-REASON
                   PERFORM REJECT-TRANS
               NOT INVALID KEY PERFORM ACCEPT-TRANS
           END-DELETE.

      *    the same name is rejected the way a doubled-up "A" is.
       ADD-GUEST-NAME.
           IF  RSV-GUEST-FNAME = SPACES AND RSV-GUEST-LNAME = SPACES
               MOVE    "07"            TO  ACK-REASON
               PERFORM REJECT-BAD-FIELDS
           ELSE
               READ    INVITEE-LIST
                   INVALID KEY
                       MOVE    "05"            TO  ACK-REASON
                       PERFORM REJECT-TRANS
                   NOT INVALID KEY PERFORM REGISTER-GUEST
               END-READ
           END-IF.
           IF  GST-SW-OPEN = CNS-ON
               PERFORM FIND-GUEST-ROW
               IF  GST-FOUND-SW = CNS-ON
                   MOVE    "06"            TO  ACK-REASON
                   PERFORM REJECT-TRANS
               ELSE
                   MOVE    RSV-CMP-LNAME   TO  GST-INV-LNAME
                   MOVE    RSV-GUEST-LNAME TO  GST-LNAME
                   MOVE    ALL "N"         TO  GST-SESS-FLAGS
                   WRITE   GUEST-LIST-REC
                       INVALID KEY
                           MOVE    "10"            TO  ACK-REASON
                           PERFORM REJECT-TRANS
                       NOT INVALID KEY PERFORM ACCEPT-TRANS
                   END-WRITE
               END-IF
           ELSE
               MOVE    "10"            TO  ACK-REASON
               PERFORM REJECT-TRANS
           END-IF.

               END-IF
           END-IF.

      *    applied after the RSVP feed, so an invitee added in the
      *    same delivery can be entitled in it.
       APPLY-ENTITLEMENTS.
           OPEN    INPUT           ENTITLE-TRANS.
           IF  ENT-FILE-STATUS NOT = "00"
               DISPLAY "NO ENTITLEMENT FILE (" ENT-FILE-NAME
                       ") - ROOM ENTITLEMENTS UNCHANGED"
           ELSE
               OPEN    I-O             ROOM-ENTITLE
               IF  RE-FILE-STATUS = "35"
                   OPEN    OUTPUT          ROOM-ENTITLE
                   CLOSE   ROOM-ENTITLE
                   OPEN    I-O             ROOM-ENTITLE
               END-IF
               IF  RE-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN ENTITLEMENTS " RE-FILE-NAME
                           " STATUS " RE-FILE-STATUS
               ELSE
                   MOVE    ZERO            TO  SW-END
                   READ    ENTITLE-TRANS
                       AT END  MOVE    CNS-ON  TO  SW-END
                   END-READ
                   PERFORM UNTIL SW-END = CNS-ON
                       ADD     1               TO  CNT-ENT-TRANS
                       PERFORM APPLY-ONE-ENTITLEMENT
                       READ    ENTITLE-TRANS
                           AT END  MOVE    CNS-ON  TO  SW-END
                       END-READ
                   END-PERFORM
                   CLOSE   ROOM-ENTITLE
               END-IF
               CLOSE   ENTITLE-TRANS
           END-IF.

      *    folded the way the roster key is, so the door's keyed read
      *    off the matched roster row finds it.
       APPLY-ONE-ENTITLEMENT.
           MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                       ( ENT-LNAME ) )     TO  ENT-CMP-LNAME.
           MOVE    ENT-ROOM-ID     TO  RE-ROOM-ID.
           MOVE    ENT-CMP-LNAME   TO  RE-LNAME.
           MOVE    ENT-BYEAR       TO  RE-BYEAR.
           MOVE    ENT-BMONTH      TO  RE-BMONTH.
           MOVE    ENT-BDAY        TO  RE-BDAY.
           IF  ENT-ROOM-ID = SPACES
               PERFORM REJECT-ENTITLEMENT
           ELSE
               EVALUATE ENT-ACTION
                   WHEN "A"
                       PERFORM ADD-ENTITLEMENT
                   WHEN "X"
                       DELETE  ROOM-ENTITLE
                           INVALID KEY PERFORM REJECT-ENTITLEMENT
                           NOT INVALID KEY PERFORM ACCEPT-ENTITLEMENT
                       END-DELETE
                   WHEN OTHER
                       PERFORM REJECT-ENTITLEMENT
               END-EVALUATE
           END-IF.

      *    an entitlement for somebody not on the roster could never
      *    be used, so it is refused rather than filed.
       ADD-ENTITLEMENT.
           MOVE    ENT-CMP-LNAME   TO  IL-LNAME.
           MOVE    ENT-BYEAR       TO  IL-BYEAR.
           MOVE    ENT-BMONTH      TO  IL-BMONTH.
           MOVE    ENT-BDAY        TO  IL-BDAY.
           READ    INVITEE-LIST
               INVALID KEY PERFORM REJECT-ENTITLEMENT
               NOT INVALID KEY
                   MOVE    ENT-FNAME       TO  RE-FNAME
                   ACCEPT  RE-ADDED-DATE   FROM DATE YYYYMMDD
                   WRITE   ROOM-ENTITLE-REC
                       INVALID KEY PERFORM REJECT-ENTITLEMENT
                       NOT INVALID KEY PERFORM ACCEPT-ENTITLEMENT
                   END-WRITE
           END-READ.

       ACCEPT-ENTITLEMENT.
           ADD     1               TO  CNT-ENT-APPLIED.
           DISPLAY "ENTITLED " ENT-ACTION " " ENT-ROOM-ID " "
                   ENT-FNAME " " ENT-LNAME " " ENT-BYEAR "-"
                   ENT-BMONTH "-" ENT-BDAY.

       REJECT-ENTITLEMENT.
           ADD     1               TO  CNT-ENT-REJECTED.
           DISPLAY "REJECTED " ENT-ACTION " " ENT-ROOM-ID " "
                   ENT-FNAME " " ENT-LNAME " " ENT-BYEAR "-"
                   ENT-BMONTH "-" ENT-BDAY " ENTITLEMENT".

      *    the mailing extract is the whole roster as it stands after
      *    the feed, one detail per invitee.  a row still without a
      *    code - loaded before admission codes existed - is issued
      *    one on the way past, so every invitee mailed has a code.
      *    the extract is a best-effort by-product: the roster changes
      *    are already applied, so an unwritable extract is reported
      *    rather than failing the load.
       WRITE-MAIL-EXTRACT.
           OPEN    OUTPUT          MAIL-EXTRACT.
           IF  MAIL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN MAIL EXTRACT " MAIL-FILE-NAME
                       " STATUS " MAIL-FILE-STATUS
           ELSE
               ACCEPT  WS-RUN-DATE     FROM DATE YYYYMMDD
               MOVE    SPACES          TO  MAIL-EXTRACT-REC
               STRING  "H,"                        DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ","                         DELIMITED BY SIZE
                       WS-RUN-DATE                 DELIMITED BY SIZE
                       INTO MAIL-EXTRACT-REC
               WRITE   MAIL-EXTRACT-REC
               ADD     1               TO  CNT-MAIL-RECS

               MOVE    ZERO            TO  IL-SCAN-END
               MOVE    LOW-VALUES      TO  IL-KEY
               START   INVITEE-LIST    KEY IS NOT LESS THAN IL-KEY
                   INVALID KEY     MOVE    CNS-ON  TO  IL-SCAN-END
               END-START
               PERFORM UNTIL IL-SCAN-END = CNS-ON
                   READ    INVITEE-LIST    NEXT
                       AT END  MOVE    CNS-ON  TO  IL-SCAN-END
                       NOT AT END  PERFORM WRITE-MAIL-DETAIL
                   END-READ
               END-PERFORM

               ADD     1               TO  CNT-MAIL-RECS
               MOVE    CNT-MAILED      TO  CNT-MAILED-DSP
               MOVE    CNT-MAIL-RECS   TO  CNT-MAIL-RECS-DSP
               MOVE    SPACES          TO  MAIL-EXTRACT-REC
               STRING  "T,"                        DELIMITED BY SIZE
                       CNT-MAILED-DSP              DELIMITED BY SIZE
                       ","                         DELIMITED BY SIZE
                       CNT-MAIL-RECS-DSP           DELIMITED BY SIZE
                       INTO MAIL-EXTRACT-REC
               WRITE   MAIL-EXTRACT-REC
               CLOSE   MAIL-EXTRACT
           END-IF.

       WRITE-MAIL-DETAIL.
           IF  IL-ADMIT-CD = SPACES
               PERFORM ISSUE-ADMIT-CD
               PERFORM REWRITE-NEW-CODE
           END-IF.
           MOVE    SPACES          TO  MAIL-EXTRACT-REC.
           STRING  "D,"                            DELIMITED BY SIZE
                   IL-ADMIT-CD                     DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FUNCTION TRIM ( IL-FNAME )      DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FUNCTION TRIM ( IL-LNAME )      DELIMITED BY SIZE
                   INTO MAIL-EXTRACT-REC.
           WRITE   MAIL-EXTRACT-REC.
           ADD     1               TO  CNT-MAILED.
           ADD     1               TO  CNT-MAIL-RECS.

       ACCEPT-TRANS.
           ADD     1               TO  CNT-APPLIED.
           DISPLAY "APPLIED  " RSV-ACTION " " RSV-FNAME " "
                   RSV-LNAME " " RSV-BYEAR "-" RSV-BMONTH "-"
                   RSV-BDAY.
           MOVE    "A"             TO  ACK-RESULT.
           MOVE    "00"            TO  ACK-REASON.
           PERFORM WRITE-ACK-DETAIL.

      *    the caller sets ACK-REASON first.
       REJECT-TRANS.
           ADD     1               TO  CNT-REJECTED.
           DISPLAY "REJECTED " RSV-ACTION " " RSV-FNAME " "
                   RSV-LNAME " " RSV-BYEAR "-" RSV-BMONTH "-"
                   RSV-BDAY " STATUS " IL-FILE-STATUS
                   " REASON " ACK-REASON.
           MOVE    "R"             TO  ACK-RESULT.
           PERFORM WRITE-ACK-DETAIL.

       REJECT-BAD-ACTION.
           ADD     1               TO  CNT-REJECTED.
           DISPLAY "REJECTED " RSV-ACTION " " RSV-FNAME " "
                   RSV-LNAME " " RSV-BYEAR "-" RSV-BMONTH "-"
                   RSV-BDAY " INVALID ACTION".
           MOVE    "R"             TO  ACK-RESULT.
           PERFORM WRITE-ACK-DETAIL.

       REJECT-BAD-FIELDS.
           ADD     1               TO  CNT-REJECTED.
           DISPLAY "REJECTED " RSV-ACTION " " RSV-FNAME " "
                   RSV-LNAME " " RSV-BYEAR "-" RSV-BMONTH "-"
                   RSV-BDAY " INVALID FIELDS REASON " ACK-REASON.
           MOVE    "R"             TO  ACK-RESULT.
           PERFORM WRITE-ACK-DETAIL.

       WRITE-ACK-HEADER.
           IF  FEED-REASON = "00"
               MOVE    "A"             TO  ACK-RESULT
           ELSE
               MOVE    "R"             TO  ACK-RESULT
           END-IF.
           MOVE    SPACES          TO  RSVP-ACK-REC.
           STRING  "H,"                            DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-ID )        DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FEED-DATE                       DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FEED-SEQ                        DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   ACK-RESULT                      DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FEED-REASON                     DELIMITED BY SIZE
                   INTO RSVP-ACK-REC.
           WRITE   RSVP-ACK-REC.
           ADD     1               TO  CNT-ACK-RECS.

       WRITE-ACK-DETAIL.
           MOVE    CNT-TRANS       TO  ACK-DETAIL-DSP.
           MOVE    SPACES          TO  RSVP-ACK-REC.
           STRING  "D,"                            DELIMITED BY SIZE
                   ACK-DETAIL-DSP                  DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   RSV-ACTION                      DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FUNCTION TRIM ( RSV-FNAME )     DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FUNCTION TRIM ( RSV-LNAME )     DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   RSV-BYEAR                       DELIMITED BY SIZE
                   RSV-BMONTH                      DELIMITED BY SIZE
                   RSV-BDAY                        DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   ACK-RESULT                      DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   ACK-REASON                      DELIMITED BY SIZE
                   INTO RSVP-ACK-REC.
           WRITE   RSVP-ACK-REC.
           ADD     1               TO  CNT-ACK-RECS.

       WRITE-ACK-TRAILER.
           ADD     1               TO  CNT-ACK-RECS.
           MOVE    CNT-APPLIED     TO  ACK-ACCEPTED-DSP.
           MOVE    CNT-REJECTED    TO  ACK-REJECTED-DSP.
           MOVE    CNT-ACK-RECS    TO  ACK-RECS-DSP.
           MOVE    SPACES          TO  RSVP-ACK-REC.
           STRING  "T,"                            DELIMITED BY SIZE
                   ACK-ACCEPTED-DSP                DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   ACK-REJECTED-DSP                DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   ACK-RECS-DSP                    DELIMITED BY SIZE
                   INTO RSVP-ACK-REC.
           WRITE   RSVP-ACK-REC.

       PRINT-TOTALS.
           DISPLAY "FEED SEQUENCE:      " FEED-SEQ
                   "  REASON " FEED-REASON.
           DISPLAY "TRANSACTIONS READ:  " CNT-TRANS.
           DISPLAY "APPLIED:            " CNT-APPLIED.
           DISPLAY "REJECTED:           " CNT-REJECTED.
           DISPLAY "ENTITLEMENTS READ:  " CNT-ENT-TRANS.
           DISPLAY "ENTITLEMENTS APPLIED: " CNT-ENT-APPLIED.
           DISPLAY "ENTITLEMENTS REJECTED: " CNT-ENT-REJECTED.
           DISPLAY "CODES ISSUED:       " CNT-CODES-ISSUED.
           IF  CNT-CODES-REFUSED > ZERO
               DISPLAY "CODES NOT ISSUED:   " CNT-CODES-REFUSED
           END-IF.
           DISPLAY "INVITEES MAILED:    " CNT-MAILED.
           DISPLAY "MAIL EXTRACT:       " MAIL-FILE-NAME.
           DISPLAY "ACKNOWLEDGEMENT:    " ACK-FILE-NAME.

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
           COMPUTE RC-CNT-READ = CNT-TRANS + CNT-ENT-TRANS.
           COMPUTE RC-CNT-WRITTEN = CNT-APPLIED + CNT-ENT-APPLIED.
           COMPUTE RC-CNT-REJECTED = CNT-REJECTED + CNT-ENT-REJECTED.
