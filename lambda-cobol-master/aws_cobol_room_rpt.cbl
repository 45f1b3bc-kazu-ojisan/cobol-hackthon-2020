      ******************************************************************
      *  post-event breakout room report.  walks an event's room
      *  master and the room door log aws_cobol.cbl writes for every
      *  room-entry attempt, and prints one block per room: its seat
      *  limit and restricted flag, seats taken in each session,
      *  re-entries, and the refusals by reason - not admitted at the
      *  front door, not entitled to an invite-only room, room full.
      *  a room that turns up in the log but is no longer on the
      *  master still gets its block, so a room deleted after the
      *  event never hides the attempts made on it.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_room_rpt.
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
           SELECT  ROOM-LOG        ASSIGN  TO  DYNAMIC  RML-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  RML-FILE-STATUS.
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
      *    breakout room master - one row per workshop room or track,
      *    maintained by aws_cobol_room.cbl.
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

      *    room door log - one record per room-entry attempt.  result:
      *    A = admitted (takes a seat), R = re-entry, N = not admitted
      *    at the front door, E = not entitled, F = room full.
       FD  ROOM-LOG
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  ROOM-LOG-REC.
           03  RML-ROOM-ID             PIC  X(06).
           03  RML-FNAME               PIC  X(10).
           03  RML-LNAME               PIC  X(10).
           03  RML-BYEAR               PIC  9(4).
           03  RML-BMONTH              PIC  99.
           03  RML-BDAY                PIC  99.
           03  RML-TS                  PIC  X(14).
           03  RML-SESSION-NO          PIC  9(01).
           03  RML-STATION-ID          PIC  X(4).
           03  RML-RESULT              PIC  X(01).

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
       01  RML-FILE-NAME               PIC  X(40).
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  RM-FILE-STATUS              PIC X(02).
       01  RML-FILE-STATUS             PIC X(02).
       01  EM-FILE-STATUS              PIC X(02).

      *    per-room tallies - loaded from the room master first, so
      *    the report lists rooms in room id order, then topped up by
      *    any room id only the log knows.
       01  ROOM-TABLE.
           03  ROOM-ENTRY              OCCURS 50 TIMES
                                        INDEXED BY ROOM-IDX.
               05  ROOM-ID             PIC  X(06).
               05  ROOM-NAME           PIC  X(30).
               05  ROOM-CAPACITY       PIC  9(05).
               05  ROOM-RESTRICTED     PIC  X(01).
               05  ROOM-ON-MASTER      PIC  X(01).
               05  ROOM-SESS-SEATS     PIC  9(05)  OCCURS 7 TIMES.
               05  ROOM-SEATS          PIC  9(05).
               05  ROOM-REENTRY        PIC  9(05).
               05  ROOM-REF-NOTIN      PIC  9(05).
               05  ROOM-REF-NOTENT     PIC  9(05).
               05  ROOM-REF-FULL       PIC  9(05).
       01  ROOM-USED                   PIC 9(02)   VALUE ZERO.
       01  ROOM-MAX                    PIC 9(02)   VALUE 50.
       01  ROOM-FOUND-SW               PIC 9(01)   VALUE ZERO.
       01  ROOM-PRT-IDX                PIC 9(02)   VALUE ZERO.
       01  SESS-PRT-IDX                PIC 9(01)   VALUE ZERO.
       01  WS-SESS-N                   PIC 9(01)   VALUE 1.

       01  CNT-LOG-RECS                PIC 9(06)   VALUE ZERO.
       01  TOT-SEATS                   PIC 9(06)   VALUE ZERO.
       01  TOT-REENTRY                 PIC 9(06)   VALUE ZERO.
       01  TOT-REF-NOTIN               PIC 9(06)   VALUE ZERO.
       01  TOT-REF-NOTENT              PIC 9(06)   VALUE ZERO.
       01  TOT-REF-FULL                PIC 9(06)   VALUE ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "ROOMRPT".
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
           DISPLAY "BREAKOUT ROOM ATTENDANCE REPORT".
           DISPLAY "EVENT ID: " EVT-ID.

           INITIALIZE ROOM-TABLE.
           PERFORM LOAD-ROOM-MASTER.
           PERFORM READ-ROOM-LOG.
           PERFORM PRINT-ROOMS.
           PERFORM PRINT-TOTALS.
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
               MOVE    "ROOM_LOG.csv"      TO  RML-FILE-NAME
           ELSE
               STRING  "ROOM_MASTER_"             DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO RM-FILE-NAME
               STRING  "ROOM_LOG_"                DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".csv"                     DELIMITED BY SIZE
                       INTO RML-FILE-NAME
           END-IF.

      *    the event id must exist in the event master - a typo'd id
      *    would otherwise print an empty report that looks like a
      *    quiet day.  no master file at all is the pre-master
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

       LOAD-ROOM-MASTER.
           OPEN    INPUT           ROOM-MASTER.
           IF  RM-FILE-STATUS NOT = "00"
               DISPLAY "NO ROOM MASTER (" RM-FILE-NAME
                       ") - ROOMS TAKEN FROM THE LOG ONLY"
           ELSE
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    ROOM-MASTER     NEXT
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM ADD-MASTER-ROOM
                   END-READ
               END-PERFORM
               CLOSE   ROOM-MASTER
           END-IF.

       ADD-MASTER-ROOM.
           IF  ROOM-USED < ROOM-MAX
               ADD     1               TO  ROOM-USED
               MOVE    RM-ROOM-ID      TO  ROOM-ID ( ROOM-USED )
               MOVE    RM-ROOM-NAME    TO  ROOM-NAME ( ROOM-USED )
               MOVE    RM-CAPACITY     TO  ROOM-CAPACITY ( ROOM-USED )
               MOVE    RM-RESTRICTED   TO  ROOM-RESTRICTED
                                           ( ROOM-USED )
               MOVE    "Y"             TO  ROOM-ON-MASTER ( ROOM-USED )
           ELSE
               DISPLAY "WARNING: room table full at " ROOM-MAX
                       " entries - room " RM-ROOM-ID " not reported"
           END-IF.

       READ-ROOM-LOG.
           OPEN    INPUT           ROOM-LOG.
           IF  RML-FILE-STATUS NOT = "00"
               DISPLAY "NO ROOM LOG (" RML-FILE-NAME
                       ") - NO ROOM-ENTRY ATTEMPTS RECORDED"
           ELSE
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    ROOM-LOG
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END
                           ADD     1               TO  CNT-LOG-RECS
                           PERFORM TALLY-ROOM-REC
                   END-READ
               END-PERFORM
               CLOSE   ROOM-LOG
           END-IF.

       TALLY-ROOM-REC.
           MOVE    ZERO            TO  ROOM-FOUND-SW.
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
                   UNTIL ROOM-IDX > ROOM-USED OR ROOM-FOUND-SW = CNS-ON
               IF  RML-ROOM-ID = ROOM-ID ( ROOM-IDX )
                   MOVE    CNS-ON          TO  ROOM-FOUND-SW
               END-IF
           END-PERFORM.
           IF  ROOM-FOUND-SW = CNS-ON
               SET     ROOM-IDX        DOWN BY 1
           ELSE
               IF  ROOM-USED < ROOM-MAX
                   ADD     1               TO  ROOM-USED
                   SET     ROOM-IDX        TO  ROOM-USED
                   MOVE    RML-ROOM-ID     TO  ROOM-ID ( ROOM-IDX )
                   MOVE    "N"             TO  ROOM-ON-MASTER
                                               ( ROOM-IDX )
                   MOVE    CNS-ON          TO  ROOM-FOUND-SW
               ELSE
                   DISPLAY "WARNING: room table full at " ROOM-MAX
                           " entries - room counts are incomplete"
               END-IF
           END-IF.
           IF  ROOM-FOUND-SW = CNS-ON
               PERFORM TALLY-ROOM-RESULT
           END-IF.

       TALLY-ROOM-RESULT.
           MOVE    1               TO  WS-SESS-N.
           IF  RML-SESSION-NO IS NUMERIC
               IF  RML-SESSION-NO >= 1 AND RML-SESSION-NO <= 7
                   MOVE    RML-SESSION-NO  TO  WS-SESS-N
               END-IF
           END-IF.
           EVALUATE RML-RESULT
               WHEN "A"
                   ADD     1       TO  ROOM-SEATS ( ROOM-IDX )
                   ADD     1       TO  ROOM-SESS-SEATS
                                       ( ROOM-IDX WS-SESS-N )
                   ADD     1       TO  TOT-SEATS
               WHEN "R"
                   ADD     1       TO  ROOM-REENTRY ( ROOM-IDX )
                   ADD     1       TO  TOT-REENTRY
               WHEN "N"
                   ADD     1       TO  ROOM-REF-NOTIN ( ROOM-IDX )
                   ADD     1       TO  TOT-REF-NOTIN
               WHEN "E"
                   ADD     1       TO  ROOM-REF-NOTENT ( ROOM-IDX )
                   ADD     1       TO  TOT-REF-NOTENT
               WHEN "F"
                   ADD     1       TO  ROOM-REF-FULL ( ROOM-IDX )
                   ADD     1       TO  TOT-REF-FULL
           END-EVALUATE.

       PRINT-ROOMS.
           PERFORM VARYING ROOM-PRT-IDX FROM 1 BY 1
                   UNTIL ROOM-PRT-IDX > ROOM-USED
               PERFORM PRINT-ONE-ROOM
           END-PERFORM.

       PRINT-ONE-ROOM.
           IF  ROOM-ON-MASTER ( ROOM-PRT-IDX ) = "Y"
               DISPLAY "ROOM " ROOM-ID ( ROOM-PRT-IDX ) "  "
                       ROOM-NAME ( ROOM-PRT-IDX )
               DISPLAY "  CAPACITY:           "
                       ROOM-CAPACITY ( ROOM-PRT-IDX )
                       "  RESTRICTED: "
                       ROOM-RESTRICTED ( ROOM-PRT-IDX )
           ELSE
               DISPLAY "ROOM " ROOM-ID ( ROOM-PRT-IDX )
                       "  (NOT ON ROOM MASTER)"
           END-IF.
           DISPLAY "  SEATS TAKEN:        " ROOM-SEATS ( ROOM-PRT-IDX ).
           PERFORM VARYING SESS-PRT-IDX FROM 1 BY 1
                   UNTIL SESS-PRT-IDX > 7
               IF  ROOM-SESS-SEATS ( ROOM-PRT-IDX SESS-PRT-IDX ) > ZERO
                   DISPLAY "    SESSION " SESS-PRT-IDX ":       "
                           ROOM-SESS-SEATS
                           ( ROOM-PRT-IDX SESS-PRT-IDX )
               END-IF
           END-PERFORM.
           DISPLAY "  RE-ENTRIES:         "
                   ROOM-REENTRY ( ROOM-PRT-IDX ).
           DISPLAY "  REFUSED NOT IN:     "
                   ROOM-REF-NOTIN ( ROOM-PRT-IDX ).
           DISPLAY "  REFUSED NOT ENTITLED: "
                   ROOM-REF-NOTENT ( ROOM-PRT-IDX ).
           DISPLAY "  REFUSED ROOM FULL:  "
                   ROOM-REF-FULL ( ROOM-PRT-IDX ).

       PRINT-TOTALS.
           DISPLAY "ROOM LOG RECORDS READ: " CNT-LOG-RECS.
           DISPLAY "ROOMS REPORTED:     " ROOM-USED.
           DISPLAY "TOTAL SEATS TAKEN:  " TOT-SEATS.
           DISPLAY "TOTAL RE-ENTRIES:   " TOT-REENTRY.
           DISPLAY "REFUSED NOT IN:     " TOT-REF-NOTIN.
           DISPLAY "REFUSED NOT ENTITLED: " TOT-REF-NOTENT.
           DISPLAY "REFUSED ROOM FULL:  " TOT-REF-FULL.

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
           MOVE    CNT-LOG-RECS    TO  RC-CNT-READ.
