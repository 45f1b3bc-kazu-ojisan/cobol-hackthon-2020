      ******************************************************************
      *  breakout room master maintenance batch.  builds and maintains
      *  an event's indexed room master ROOM_MASTER_<event>.dat - one
      *  row per workshop room or track, keyed by room id, holding the
      *  room name, its seat limit and whether it is invite-only.  the
      *  door refuses a room-entry request for a room with no row
      *  here, and checks the seat limit and the restricted flag off
      *  it.  who may enter a restricted room is the entitlement file
      *  aws_cobol_load.cbl applies alongside the RSVP feed.
      *
      *  transactions come from ROOM_TRANS_<event>.dat, one per line:
      *      A  - add a new room (rejected when the id exists)
      *      C  - change an existing room (name, capacity, restricted)
      *      X  - delete a room row
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_room.
       AUTHOR.                     kazuOji.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ROOM-MASTER     ASSIGN  TO  DYNAMIC  RM-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RM-ROOM-ID
                                    FILE   STATUS  IS  RM-FILE-STATUS.
           SELECT  ROOM-TRANS      ASSIGN  TO  DYNAMIC  RMT-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  RMT-FILE-STATUS.
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
       FD  ROOM-MASTER
           LABEL   RECORD      IS  STANDARD.
       01  ROOM-MASTER-REC.
           03  RM-ROOM-ID              PIC  X(06).
           03  RM-ROOM-NAME            PIC  X(30).
      *        seats in the room, people not parties.  zero means no
      *        limit.
           03  RM-CAPACITY             PIC  9(05).
      *        Y = invite-only, entry needs an entitlement row.
           03  RM-RESTRICTED           PIC  X(01).

       FD  ROOM-TRANS
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  ROOM-TRANS-REC.
           03  RMT-ACTION              PIC  X(01).
           03  RMT-ROOM-ID             PIC  X(06).
           03  RMT-ROOM-NAME           PIC  X(30).
           03  RMT-CAPACITY            PIC  9(05).
           03  RMT-RESTRICTED          PIC  X(01).

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
       01  RM-FILE-NAME                PIC  X(40).
       01  RMT-FILE-NAME               PIC  X(40).
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  RM-FILE-STATUS              PIC X(02).
       01  RMT-FILE-STATUS             PIC X(02).
       01  EM-FILE-STATUS              PIC X(02).

       01  CNT-TRANS                   PIC 9(05)   VALUE   ZERO.
       01  CNT-APPLIED                 PIC 9(05)   VALUE   ZERO.
       01  CNT-REJECTED                PIC 9(05)   VALUE   ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "ROOM".
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
           DISPLAY "ROOM MASTER MAINTENANCE".
           DISPLAY "EVENT ID: " EVT-ID.

           PERFORM OPEN-FILES.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM PRINT-TOTALS.

           CLOSE   ROOM-MASTER.
           CLOSE   ROOM-TRANS.
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
               MOVE    "ROOM_MASTER.dat"   TO  RM-FILE-NAME
               MOVE    "ROOM_TRANS.dat"    TO  RMT-FILE-NAME
           ELSE
               STRING  "ROOM_MASTER_"             DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO RM-FILE-NAME
               STRING  "ROOM_TRANS_"              DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO RMT-FILE-NAME
           END-IF.

      *    the event id must exist in the event master - a typo'd id
      *    would otherwise build a room list for an event that does
      *    not exist.  no master file at all is the pre-master
      *    deployment and validates nothing; a blank event id is the
      *    legacy single-file setup.
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

      *    the room master is created on an event's first run, the
      *    same way the loader creates a new event's roster.
       OPEN-FILES.
           OPEN    I-O             ROOM-MASTER.
           IF  RM-FILE-STATUS = "35"
               OPEN    OUTPUT          ROOM-MASTER
               CLOSE   ROOM-MASTER
               OPEN    I-O             ROOM-MASTER
           END-IF.
           IF  RM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ROOM MASTER " RM-FILE-NAME
                       " STATUS " RM-FILE-STATUS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           OPEN    INPUT           ROOM-TRANS.
           IF  RMT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN TRANSACTIONS " RMT-FILE-NAME
                       " STATUS " RMT-FILE-STATUS
               CLOSE   ROOM-MASTER
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

       APPLY-TRANSACTIONS.
           MOVE    ZERO            TO  SW-END.
           READ    ROOM-TRANS
               AT END  MOVE    CNS-ON  TO  SW-END.

           PERFORM UNTIL SW-END = CNS-ON
               ADD     1               TO  CNT-TRANS
               PERFORM APPLY-ONE-TRANS

               READ    ROOM-TRANS
                   AT END  MOVE    CNS-ON  TO  SW-END
               END-READ
           END-PERFORM.

       APPLY-ONE-TRANS.
           MOVE    RMT-ROOM-ID     TO  RM-ROOM-ID.
           IF  RMT-ROOM-ID = SPACES
               PERFORM REJECT-BAD-FIELDS
           ELSE
               EVALUATE RMT-ACTION
                   WHEN "A"
                       PERFORM ADD-ROOM
                   WHEN "C"
                       PERFORM CHANGE-ROOM
                   WHEN "X"
                       PERFORM DELETE-ROOM
                   WHEN OTHER
                       PERFORM REJECT-BAD-ACTION
               END-EVALUATE
           END-IF.

      *    a new room - rejected when the id already exists, so a
      *    doubled-up feed cannot quietly reset a room's seat limit.
       ADD-ROOM.
           IF  RMT-CAPACITY IS NOT NUMERIC
               PERFORM REJECT-BAD-FIELDS
           ELSE
               PERFORM MOVE-TRANS-FIELDS
               WRITE   ROOM-MASTER-REC
                   INVALID KEY PERFORM REJECT-TRANS
                   NOT INVALID KEY PERFORM ACCEPT-TRANS
               END-WRITE
           END-IF.

       CHANGE-ROOM.
           IF  RMT-CAPACITY IS NOT NUMERIC
               PERFORM REJECT-BAD-FIELDS
           ELSE
               READ    ROOM-MASTER
                   INVALID KEY PERFORM REJECT-TRANS
                   NOT INVALID KEY
                       PERFORM MOVE-TRANS-FIELDS
                       REWRITE ROOM-MASTER-REC
                       PERFORM ACCEPT-TRANS
               END-READ
           END-IF.

       DELETE-ROOM.
           DELETE  ROOM-MASTER
               INVALID KEY PERFORM REJECT-TRANS
               NOT INVALID KEY PERFORM ACCEPT-TRANS
           END-DELETE.

      *    anything but "Y" is an open room, so a feed that never
      *    sends the flag restricts nobody.
       MOVE-TRANS-FIELDS.
           MOVE    RMT-ROOM-NAME   TO  RM-ROOM-NAME.
           MOVE    RMT-CAPACITY    TO  RM-CAPACITY.
           IF  RMT-RESTRICTED = "Y"
               MOVE    "Y"             TO  RM-RESTRICTED
           ELSE
               MOVE    "N"             TO  RM-RESTRICTED
           END-IF.

       ACCEPT-TRANS.
           ADD     1               TO  CNT-APPLIED.
           DISPLAY "APPLIED  " RMT-ACTION " " RMT-ROOM-ID " "
                   RMT-ROOM-NAME.

       REJECT-TRANS.
           ADD     1               TO  CNT-REJECTED.
           DISPLAY "REJECTED " RMT-ACTION " " RMT-ROOM-ID
                   " STATUS " RM-FILE-STATUS.

       REJECT-BAD-ACTION.
           ADD     1               TO  CNT-REJECTED.
           DISPLAY "REJECTED " RMT-ACTION " " RMT-ROOM-ID
                   " INVALID ACTION".

       REJECT-BAD-FIELDS.
           ADD     1               TO  CNT-REJECTED.
           DISPLAY "REJECTED " RMT-ACTION " " RMT-ROOM-ID
                   " INVALID FIELDS".

       PRINT-TOTALS.
           DISPLAY "TRANSACTIONS READ:  " CNT-TRANS.
           DISPLAY "APPLIED:            " CNT-APPLIED.
           DISPLAY "REJECTED:           " CNT-REJECTED.

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
           MOVE    CNT-TRANS       TO  RC-CNT-READ.
           MOVE    CNT-APPLIED     TO  RC-CNT-WRITTEN.
           MOVE    CNT-REJECTED    TO  RC-CNT-REJECTED.
