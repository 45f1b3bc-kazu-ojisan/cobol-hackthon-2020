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
           03  AUD-OUTCOME-CD          PIC  9(02).
           03  AUD-TS                  PIC  X(14).
           03  AUD-STATION-ID          PIC  X(4).
      *        admission code as scanned, for a by-code attempt -
      *        spaces on every name-keyed attempt.
           03  AUD-ADMIT-CD            PIC  X(08).

       SD  SORT-WORK.
       01  SORT-WORK-REC.
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
       01  REJ-LIMIT-IN                PIC  X(3).
       01  REJ-LIMIT                   PIC 9(03)   VALUE   3.

      *    attempt totals by outcome code, 0 through 22 (subscript is
      *    the code plus one).  codes 1 (match), 3 (override), 4
      *    (check-out), 5 (occupancy query), 13 (breakout room
      *    entry), 18 (delegation group check-in) and 21 (muster
      *    accounted for) are accepted requests; everything else is
      *    a reject at the door.  each member of a group check-in
      *    has its own record besides the lead's code 18.
       01  OUTCOME-CNT-TABLE           VALUE ZERO.
           03  OUTCOME-CNT             PIC  9(06)  OCCURS 23 TIMES.
       01  OUT-IDX                     PIC 9(02)   VALUE   ZERO.
       01  WS-OUTCOME-N                PIC 9(02)   VALUE   ZERO.
       01  REJECT-SW                   PIC 9(01)   VALUE   ZERO.
       01  CNT-REJECTS                 PIC 9(06)   VALUE ZERO.
       01  CNT-FLAG-BDATES             PIC 9(05)   VALUE ZERO.
       01  CNT-FLAG-REPEAT             PIC 9(05)   VALUE ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "AUD".
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
           PERFORM ACCEPT-REJ-LIMIT.
           DISPLAY "DOOR ATTEMPT ANALYSIS".
           DISPLAY "EVENT ID: " EVT-ID "  REJECT THRESHOLD: "
               OUTPUT  PROCEDURE IS ANALYZE-SORTED-ATTEMPTS.

           PERFORM PRINT-TOTALS.
           MOVE    "C"             TO  RC-STEP-STATUS.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

       RESOLVE-FILE-NAMES.
       TALLY-OUTCOME.
           MOVE    9               TO  WS-OUTCOME-N.
           IF  AUD-OUTCOME-CD IS NUMERIC
               IF  AUD-OUTCOME-CD <= 22
                   MOVE    AUD-OUTCOME-CD  TO  WS-OUTCOME-N
               END-IF
           END-IF.
           COMPUTE OUT-IDX = WS-OUTCOME-N + 1.
           ADD     1               TO  OUTCOME-CNT ( OUT-IDX ).
           IF  WS-OUTCOME-N = 1 OR WS-OUTCOME-N = 3 OR
               WS-OUTCOME-N = 4 OR WS-OUTCOME-N = 5 OR
               WS-OUTCOME-N = 13 OR WS-OUTCOME-N = 18 OR
               WS-OUTCOME-N = 21
               MOVE    ZERO            TO  REJECT-SW
           ELSE
               MOVE    CNS-ON          TO  REJECT-SW
           END-IF.
           ADD     1               TO  KEY-ATT-CNT.
           IF  SRT-OUTCOME-CD = 1 OR SRT-OUTCOME-CD = 3 OR
               SRT-OUTCOME-CD = 4 OR SRT-OUTCOME-CD = 5 OR
               SRT-OUTCOME-CD = 13 OR SRT-OUTCOME-CD = 18 OR
               SRT-OUTCOME-CD = 21
               CONTINUE
           ELSE
               ADD     1               TO  KEY-REJ-CNT
           DISPLAY "ATTEMPTS READ:       " CNT-ATTEMPTS.
           DISPLAY "REJECTED ATTEMPTS:   " CNT-REJECTS.
           DISPLAY "ATTEMPTS BY OUTCOME:".
           PERFORM VARYING OUT-IDX FROM 1 BY 1 UNTIL OUT-IDX > 23
               IF  OUTCOME-CNT ( OUT-IDX ) > ZERO
                   COMPUTE WS-OUTCOME-N = OUT-IDX - 1
                   PERFORM PRINT-ONE-OUTCOME
               WHEN 12
                   DISPLAY "  12 DENY LIST:        "
                           OUTCOME-CNT ( OUT-IDX )
               WHEN 13
                   DISPLAY "  13 ROOM ENTRY:       "
                           OUTCOME-CNT ( OUT-IDX )
               WHEN 14
                   DISPLAY "  14 ROOM NOT IN:      "
                           OUTCOME-CNT ( OUT-IDX )
               WHEN 15
                   DISPLAY "  15 ROOM NOT ENTITLED:"
                           OUTCOME-CNT ( OUT-IDX )
               WHEN 16
                   DISPLAY "  16 ROOM FULL:        "
                           OUTCOME-CNT ( OUT-IDX )
               WHEN 17
                   DISPLAY "  17 UNKNOWN ROOM:     "
                           OUTCOME-CNT ( OUT-IDX )
               WHEN 18
                   DISPLAY "  18 GROUP CHECK-IN:   "
                           OUTCOME-CNT ( OUT-IDX )
               WHEN 19
                   DISPLAY "  19 NOT GROUP LEAD:   "
                           OUTCOME-CNT ( OUT-IDX )
               WHEN 20
                   DISPLAY "  20 UNKNOWN ORG:      "
                           OUTCOME-CNT ( OUT-IDX )
               WHEN 21
                   DISPLAY "  21 MUSTER ACCOUNTED: "
                           OUTCOME-CNT ( OUT-IDX )
               WHEN 22
                   DISPLAY "  22 NOT ON ROLL-CALL: "
                           OUTCOME-CNT ( OUT-IDX )
           END-EVALUATE.

       PRINT-ONE-STATION.
                   END-IF
               END-IF
           END-PERFORM.

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
           MOVE    CNT-ATTEMPTS    TO  RC-CNT-READ.
           MOVE    CNT-REJECTS     TO  RC-CNT-REJECTED.
