      ******************************************************************
      *  close-of-event job stream driver.  runs an event's post-event
      *  batch steps in the one order that gives right answers:
      *      SWEEP1..SWEEPn - aws_cobol_sweep.cbl, once per scheduled
      *                       session, so nobody is left inside
      *      MERGE          - aws_cobol_merge.cbl, the station logs
      *                       into the master check-in log
      *      CHK            - aws_cobol_chk.cbl, report mode
      *      RPT            - aws_cobol_rpt.cbl
      *      ORGRPT         - aws_cobol_org_rpt.cbl, the organization
      *                       billing report
      *      HIST           - aws_cobol_hist.cbl
      *      XTR            - aws_cobol_xtr.cbl, which needs HIST's
      *                       postings for its first-time/repeat flag
      *  and only when every step has completed sets the event's
      *  status in the event master to C (closed).
      *
      *  each step writes its own run-control row to RUN_CONTROL.dat
      *  when it starts and ends; a step counts as done only when its
      *  row says C and was started by this run.  the driver stops at
      *  the first step that does not complete.  on a restart, steps
      *  already completed are skipped up to the first one that was
      *  not - from there on every step runs again, so nothing
      *  downstream of a re-run step is left built on stale input.
      *
      *  the station ids for the merge step are read from the console
      *  after the event id, one per line, ended by a blank line -
      *  the same list aws_cobol_merge.cbl itself asks for.  each
      *  step's console input is handed to it through a work file,
      *  CLOSE_INPUT_<event>.dat.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_close.
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
           SELECT  RUN-CONTROL     ASSIGN  TO  DYNAMIC  RC-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RC-KEY
                                    FILE   STATUS  IS  RC-FILE-STATUS.
           SELECT  STEP-INPUT      ASSIGN  TO  DYNAMIC  STI-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  STI-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *    event master - one row per event, maintained by
      *    aws_cobol_evt.cbl.  the driver sets EM-STATUS to C once the
      *    whole stream has completed.
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

      *    console input for the step about to run, one line per
      *    ACCEPT the step does after its event id.
       FD  STEP-INPUT
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  STEP-INPUT-REC              PIC  X(80).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  SW-END                      PIC 9(01)   VALUE   ZERO.
       01  CNS-ON                      PIC 9(01)   VALUE   1.

       01  EVT-ID                      PIC  X(9).
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  STI-FILE-NAME               PIC  X(40).
       01  EM-FILE-STATUS              PIC X(02).
       01  STI-FILE-STATUS             PIC X(02).

      *    the stream, built at start-up - one sweep per scheduled
      *    session, then the fixed steps.  STP-INPUT is the one
      *    console line the step takes; the merge step takes the
      *    station list instead.
       01  STP-TABLE.
           03  STP-ENTRY               OCCURS 13 TIMES
                                        INDEXED BY STP-IDX.
               05  STP-NAME            PIC  X(08).
               05  STP-PROGRAM         PIC  X(30).
               05  STP-INPUT           PIC  X(01).
       01  STP-USED                    PIC 9(02)   VALUE ZERO.
       01  STP-CUR                     PIC 9(02)   VALUE ZERO.
       01  STP-SESS-N                  PIC 9(01)   VALUE ZERO.
       01  STP-SESSIONS                PIC 9(01)   VALUE 1.

       01  STN-TABLE.
           03  STN-ENTRY               OCCURS 20 TIMES
                                        INDEXED BY STN-IDX.
               05  STN-ID              PIC  X(4).
       01  STN-USED                    PIC 9(2)    VALUE ZERO.
       01  STN-MAX                     PIC 9(2)    VALUE 20.
       01  STN-IN                      PIC  X(4).
       01  STN-CUR                     PIC 9(2)    VALUE ZERO.

      *    set once a step has actually been run this time - every
      *    step after it runs too, completed before or not.
       01  RERUN-SW                    PIC 9(01)   VALUE ZERO.
       01  STEP-DONE-SW                PIC 9(01)   VALUE ZERO.
       01  STREAM-FAILED-SW            PIC 9(01)   VALUE ZERO.
       01  STEP-INPUT-FAILED-SW        PIC 9(01)   VALUE ZERO.
       01  STEP-LAUNCH-TS              PIC  X(14).
       01  CMD-LINE                    PIC  X(120).

       01  CNT-STEPS-RUN               PIC 9(02)   VALUE ZERO.
       01  CNT-STEPS-SKIPPED           PIC 9(02)   VALUE ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "CLOSE".
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
           PERFORM RESOLVE-EVENT.
           PERFORM VALIDATE-EVENT.
           PERFORM ACCEPT-STATION-LIST.
           PERFORM RUN-CONTROL-START.
           DISPLAY "CLOSE-OF-EVENT JOB STREAM".
           DISPLAY "EVENT ID: " EVT-ID "  SESSIONS: " STP-SESSIONS.

           PERFORM BUILD-STEP-TABLE.
           PERFORM VARYING STP-CUR FROM 1 BY 1
                   UNTIL STP-CUR > STP-USED
                      OR STREAM-FAILED-SW = CNS-ON
               PERFORM RUN-ONE-STEP
           END-PERFORM.

           IF  STREAM-FAILED-SW = CNS-ON
               DISPLAY "JOB STREAM STOPPED - EVENT " EVT-ID
                       " LEFT OPEN"
           ELSE
               PERFORM CLOSE-EVENT
           END-IF.
           PERFORM PRINT-TOTALS.

           IF  STREAM-FAILED-SW = CNS-ON
               MOVE    "F"             TO  RC-STEP-STATUS
           ELSE
               MOVE    "C"             TO  RC-STEP-STATUS
           END-IF.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

      *    the steps find the event through the EVENT_ID variable, so
      *    an id keyed at the console is passed on through it too.
       RESOLVE-EVENT.
           DISPLAY "EVENT_ID"      UPON    ENVIRONMENT-NAME.
           ACCEPT  EVT-ID          FROM    ENVIRONMENT-VALUE.
           IF  EVT-ID = SPACES
               ACCEPT  EVT-ID      FROM    CONSOLE
           END-IF.
           IF  EVT-ID = SPACES
               DISPLAY "NO EVENT ID - RUN ABORTED"
               STOP RUN
           END-IF.
           DISPLAY "EVENT_ID"      UPON    ENVIRONMENT-NAME.
           DISPLAY EVT-ID          UPON    ENVIRONMENT-VALUE.

           STRING  "CLOSE_INPUT_"             DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                   ".dat"                     DELIMITED BY SIZE
                   INTO STI-FILE-NAME.

      *    closing an event means setting its status, so unlike the
      *    other batch programs the driver needs the master and the
      *    event to be in it.  an archived event has no live files
      *    left to run the stream against.
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
           IF  EM-ARCH-STATUS = "A" OR EM-ARCH-STATUS = "P"
               DISPLAY "EVENT " EVT-ID " ARCHIVED " EM-ARCH-DATE
                       " - FILES NOT LIVE - RUN ABORTED"
               CLOSE   EVENT-MASTER
               STOP RUN
           END-IF.
           IF  EM-SESSIONS IS NUMERIC AND EM-SESSIONS > ZERO
               MOVE    EM-SESSIONS     TO  STP-SESSIONS
           END-IF.
           CLOSE   EVENT-MASTER.

       ACCEPT-STATION-LIST.
           MOVE    ZERO            TO  SW-END.
           PERFORM UNTIL SW-END = CNS-ON OR STN-USED = STN-MAX
               MOVE    SPACES          TO  STN-IN
               ACCEPT  STN-IN          FROM    CONSOLE
               IF  STN-IN = SPACES
                   MOVE    CNS-ON          TO  SW-END
               ELSE
                   ADD     1               TO  STN-USED
                   MOVE    STN-IN          TO  STN-ID ( STN-USED )
               END-IF
           END-PERFORM.

       BUILD-STEP-TABLE.
           PERFORM VARYING STP-SESS-N FROM 1 BY 1
                   UNTIL STP-SESS-N > STP-SESSIONS
               ADD     1               TO  STP-USED
               MOVE    "SWEEP"         TO  STP-NAME ( STP-USED )
               MOVE    STP-SESS-N      TO  STP-NAME ( STP-USED )
                                           ( 6 : 1 )
               MOVE    "aws_cobol_sweep"
                                       TO  STP-PROGRAM ( STP-USED )
               MOVE    STP-SESS-N      TO  STP-INPUT ( STP-USED )
           END-PERFORM.
           ADD     1               TO  STP-USED.
           MOVE    "MERGE"         TO  STP-NAME ( STP-USED ).
           MOVE    "aws_cobol_merge"   TO  STP-PROGRAM ( STP-USED ).
           MOVE    SPACE           TO  STP-INPUT ( STP-USED ).
           ADD     1               TO  STP-USED.
           MOVE    "CHK"           TO  STP-NAME ( STP-USED ).
           MOVE    "aws_cobol_chk" TO  STP-PROGRAM ( STP-USED ).
           MOVE    "C"             TO  STP-INPUT ( STP-USED ).
           ADD     1               TO  STP-USED.
           MOVE    "RPT"           TO  STP-NAME ( STP-USED ).
           MOVE    "aws_cobol_rpt" TO  STP-PROGRAM ( STP-USED ).
           MOVE    SPACE           TO  STP-INPUT ( STP-USED ).
           ADD     1               TO  STP-USED.
           MOVE    "ORGRPT"        TO  STP-NAME ( STP-USED ).
           MOVE    "aws_cobol_org_rpt" TO  STP-PROGRAM ( STP-USED ).
           MOVE    SPACE           TO  STP-INPUT ( STP-USED ).
           ADD     1               TO  STP-USED.
           MOVE    "HIST"          TO  STP-NAME ( STP-USED ).
           MOVE    "aws_cobol_hist"    TO  STP-PROGRAM ( STP-USED ).
           MOVE    SPACE           TO  STP-INPUT ( STP-USED ).
           ADD     1               TO  STP-USED.
           MOVE    "XTR"           TO  STP-NAME ( STP-USED ).
           MOVE    "aws_cobol_xtr" TO  STP-PROGRAM ( STP-USED ).
           MOVE    SPACE           TO  STP-INPUT ( STP-USED ).

       RUN-ONE-STEP.
           IF  RERUN-SW NOT = CNS-ON
               PERFORM CHECK-STEP-DONE
               IF  STEP-DONE-SW = CNS-ON
                   ADD     1               TO  CNT-STEPS-SKIPPED
                   DISPLAY "STEP " STP-NAME ( STP-CUR )
                           " ALREADY COMPLETED " RC-END-TS
                           " - SKIPPED"
               ELSE
                   MOVE    CNS-ON          TO  RERUN-SW
               END-IF
           END-IF.
           IF  RERUN-SW = CNS-ON
               PERFORM EXECUTE-STEP
           END-IF.

      *    a step is done when its row says C - any other status, or
      *    no row at all, means it still has to run.
       CHECK-STEP-DONE.
           MOVE    ZERO            TO  STEP-DONE-SW.
           OPEN    INPUT           RUN-CONTROL.
           IF  RC-FILE-STATUS = "00"
               MOVE    EVT-ID              TO  RC-EVT-ID
               MOVE    STP-NAME ( STP-CUR ) TO RC-STEP
               READ    RUN-CONTROL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF  RC-STATUS = "C"
                           MOVE    CNS-ON          TO  STEP-DONE-SW
                       END-IF
               END-READ
               CLOSE   RUN-CONTROL
           END-IF.

      *    a step whose input could not be written is never launched -
      *    the stream stops there as it would for a failed step.
       EXECUTE-STEP.
           MOVE    ZERO            TO  STEP-INPUT-FAILED-SW.
           PERFORM WRITE-STEP-INPUT.
           IF  STEP-INPUT-FAILED-SW = CNS-ON
               DISPLAY "STEP " STP-NAME ( STP-CUR ) " FAILED"
                       " - STEP INPUT NOT WRITTEN"
           ELSE
               PERFORM LAUNCH-STEP
           END-IF.

       LAUNCH-STEP.
           ACCEPT  RC-NOW-DATE     FROM DATE YYYYMMDD.
           ACCEPT  RC-NOW-TIME     FROM TIME.
           MOVE    RC-NOW-DATE     TO  STEP-LAUNCH-TS ( 1 : 8 ).
           MOVE    RC-NOW-TIME     TO  STEP-LAUNCH-TS ( 9 : 6 ).

           MOVE    SPACES          TO  CMD-LINE.
           STRING  "./"                           DELIMITED BY SIZE
                   STP-PROGRAM ( STP-CUR )         DELIMITED BY SPACE
                   " < "                          DELIMITED BY SIZE
                   STI-FILE-NAME                  DELIMITED BY SPACE
                   INTO CMD-LINE.
           DISPLAY "STEP " STP-NAME ( STP-CUR ) " STARTED "
                   STEP-LAUNCH-TS.
           ADD     1               TO  CNT-STEPS-RUN.
           CALL    "SYSTEM"        USING   CMD-LINE.

      *    the step's own row is the verdict - a program that stopped
      *    on an error, or never got as far as writing its row, has
      *    not completed whatever its exit code says.  the row must
      *    also be this run's, not one left by an earlier attempt.
           PERFORM CHECK-STEP-DONE.
           IF  STEP-DONE-SW = CNS-ON
               IF  RC-START-TS < STEP-LAUNCH-TS
                   MOVE    ZERO            TO  STEP-DONE-SW
               END-IF
           END-IF.
           IF  STEP-DONE-SW = CNS-ON AND RETURN-CODE = ZERO
               DISPLAY "STEP " STP-NAME ( STP-CUR ) " COMPLETED "
                       RC-END-TS "  READ " RC-RECS-READ
                       "  WRITTEN " RC-RECS-WRITTEN
                       "  REJECTED " RC-RECS-REJECTED
           ELSE
               MOVE    CNS-ON          TO  STREAM-FAILED-SW
               DISPLAY "STEP " STP-NAME ( STP-CUR ) " FAILED"
                       " - RETURN CODE " RETURN-CODE
                       " RUN CONTROL STATUS " RC-STATUS
           END-IF.

       WRITE-STEP-INPUT.
           OPEN    OUTPUT          STEP-INPUT.
           IF  STI-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STEP INPUT " STI-FILE-NAME
                       " STATUS " STI-FILE-STATUS
               MOVE    CNS-ON          TO  STEP-INPUT-FAILED-SW
               MOVE    CNS-ON          TO  STREAM-FAILED-SW
           ELSE
               IF  STP-NAME ( STP-CUR ) = "MERGE"
                   PERFORM VARYING STN-CUR FROM 1 BY 1
                           UNTIL STN-CUR > STN-USED
                       MOVE    STN-ID ( STN-CUR ) TO STEP-INPUT-REC
                       WRITE   STEP-INPUT-REC
                   END-PERFORM
                   MOVE    SPACES          TO  STEP-INPUT-REC
                   WRITE   STEP-INPUT-REC
               ELSE
                   MOVE    STP-INPUT ( STP-CUR ) TO STEP-INPUT-REC
                   WRITE   STEP-INPUT-REC
               END-IF
               CLOSE   STEP-INPUT
           END-IF.

       CLOSE-EVENT.
           OPEN    I-O             EVENT-MASTER.
           IF  EM-FILE-STATUS NOT = "00"
               MOVE    CNS-ON          TO  STREAM-FAILED-SW
               DISPLAY "CANNOT OPEN EVENT MASTER " EM-FILE-NAME
                       " STATUS " EM-FILE-STATUS " - EVENT LEFT OPEN"
           ELSE
               MOVE    EVT-ID          TO  EM-EVT-ID
               READ    EVENT-MASTER
                   INVALID KEY
                       MOVE    CNS-ON          TO  STREAM-FAILED-SW
                       DISPLAY "EVENT " EVT-ID " GONE FROM EVENT "
                               "MASTER - EVENT LEFT OPEN"
                   NOT INVALID KEY
                       MOVE    "C"             TO  EM-STATUS
                       REWRITE EVENT-MASTER-REC
                       DISPLAY "EVENT " EVT-ID " CLOSED"
               END-READ
               CLOSE   EVENT-MASTER
           END-IF.

       PRINT-TOTALS.
           DISPLAY "STEPS IN STREAM:    " STP-USED.
           DISPLAY "STEPS SKIPPED:      " CNT-STEPS-SKIPPED.
           DISPLAY "STEPS RUN:          " CNT-STEPS-RUN.

       RUN-CONTROL-COUNTS.
           MOVE    STP-USED        TO  RC-CNT-READ.
           MOVE    CNT-STEPS-RUN   TO  RC-CNT-WRITTEN.
           MOVE    CNT-STEPS-SKIPPED TO RC-CNT-REJECTED.

      *    run-control row for the driver itself, marked running here
      *    and completed or failed by RUN-CONTROL-END.
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
